000300*                                                                 *
000400*    SHARED 120-BYTE HELD-BONUS SUSPENSE RECORD LAYOUT.  LAB14    *
000500*    WRITES ONE RECORD FOR EVERY BONUS HELD OVER THE MANAGER      *
000560*    REVIEW LIMIT OR HELD AS A LIKELY DUPLICATE OF A PAYMENT      *
000620*    ALREADY ON THE BONUS HISTORY, CARRYING EVERYTHING NEEDED     *
000680*    TO PAY IT ONCE THE MANAGER SIGNS OFF.  SP-REASON-CODE SAYS   *
000740*    WHY IT WAS HELD.  LAB30 APPLIES RELEASE/REJECT               *
000800*    TRANSACTIONS AGAINST THE FILE, CUTS THE SUPPLEMENTAL         *
000900*    DISBURSEMENT AND GL FEEDS FOR RELEASED ITEMS, AND AGES       *
001000*    WHATEVER IS STILL HELD.  THE INCLUDING PROGRAM RENAMES       *
004000         88  SP-REJECTED                    VALUE 'X'.
004100     05  SP-OUTCOME-DATE             PIC X(08).
004200*                         YYYYMMDD THE RELEASE/REJECT POSTED
004210     05  SP-REASON-CODE              PIC X(02).
004220*                         WHY LAB14 HELD THE BONUS - BLANK ON
004230*                         ITEMS HELD BEFORE THE CODE WAS CARRIED
004240*                         MEANS THE REVIEW LIMIT
004250         88  SP-HELD-OVER-LIMIT             VALUE 'RL' '  '.
004260         88  SP-HELD-DUPLICATE              VALUE 'DP'.
004270     05  SP-SOCSEC                   PIC S9(07)V99 COMP-3.
004280     05  SP-MEDICARE                 PIC S9(07)V99 COMP-3.
004290     05  SP-LOCALTX                  PIC S9(07)V99 COMP-3.
004300*                         THE FICA AND LOCAL TAX TAKEN FROM THE
004310*                         BONUS - SPACES ON ITEMS HELD BEFORE
004320*                         THE AMOUNTS WERE CARRIED, SO A READER
004330*                         TREATS NOT NUMERIC AS ZERO
004340     05  SP-COMPANY-CODE             PIC X(04).
004350*                         THE PAYING COMPANY - BLANK ON ITEMS
004360*                         HELD BEFORE IT WAS CARRIED MEANS THE
004370*                         FIRST COMPANY ON THE COMPANY TABLE
004380     05  FILLER                      PIC X(01).
