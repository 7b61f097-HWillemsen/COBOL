000100******************************************************************
000200*    DEDTCMP                                                      *
000300*                                                                 *
000400*    SHARED 80-BYTE DEDUCTION-TAKEN RECORD LAYOUT.  LAB14 WRITES  *
000500*    ONE RECORD FOR EVERY DEDUCTION ORDER (DEDNCMP) IT TAKES      *
000600*    FROM A POSTED BONUS, TO THE DEDTAKE (+1) GENERATION FOR THE  *
000700*    RUN.  LAB37 SORTS THEM BY PAYEE FOR THE REMITTANCE LISTING   *
000800*    AND THE PER-PAYEE REMITTANCE FEED.  A REVERSAL CARRIES A     *
000900*    NEGATIVE AMOUNT, WHICH NETS AGAINST THE PAYEE'S REMITTANCE.  *
001000*    THE INCLUDING PROGRAM RENAMES EVERY FIELD VIA REPLACING,     *
001100*    FOR EXAMPLE:                                                 *
001200*                                                                 *
001300*        COPY DEDTCMP REPLACING                                   *
001400*            DT-RECORD          BY  DEDN-TAKE-RECORD              *
001500*            DT-PAYEE-ID        BY  TK-PAYEE-ID                   *
001600*            DT-PAYEE-NAME      BY  TK-PAYEE-NAME                 *
001700*            DT-EMPLOYEE-ID     BY  TK-EMPLOYEE-ID                *
001800*            DT-PRIORITY        BY  TK-PRIORITY                   *
001900*            DT-DEDUCTION-TYPE  BY  TK-DEDUCTION-TYPE             *
002000*            DT-CASE-NUMBER     BY  TK-CASE-NUMBER                *
002100*            DT-RUN-DATE        BY  TK-RUN-DATE                   *
002200*            DT-RUN-NUMBER      BY  TK-RUN-NUMBER                 *
002300*            DT-STATE-CODE      BY  TK-STATE-CODE                 *
002400*            DT-AMOUNT          BY  TK-AMOUNT                     *
002500*            DT-BALANCE-AFTER   BY  TK-BALANCE-AFTER.             *
002600******************************************************************
002700 01  DT-RECORD.
002800     05  DT-PAYEE-ID                 PIC X(08).
002900     05  DT-PAYEE-NAME               PIC X(20).
003000     05  DT-EMPLOYEE-ID              PIC X(08).
003100     05  DT-PRIORITY                 PIC 9(02).
003200     05  DT-DEDUCTION-TYPE           PIC X(01).
003300*                         'K' 401(K), 'C' CHILD SUPPORT,
003400*                         'G' CREDITOR GARNISHMENT
003500     05  DT-CASE-NUMBER              PIC X(10).
003600     05  DT-RUN-DATE                 PIC X(08).
003700     05  DT-RUN-NUMBER               PIC 9(05).
003800     05  DT-STATE-CODE               PIC X(02).
003900*                         STATE THE BONUS WAS POSTED TO
004000     05  DT-AMOUNT                   PIC S9(09)V99 COMP-3.
004100*                         SIGNED - NEGATIVE ON A REVERSAL
004200     05  DT-BALANCE-AFTER            PIC S9(09)V99 COMP-3.
004300*                         DN-BALANCE LEFT ON THE ORDER
004400     05  FILLER                      PIC X(04).
