000100******************************************************************
000200*    AGRMCMP                                                      *
000300*                                                                 *
000400*    SHARED 100-BYTE BONUS REPAYMENT AGREEMENT MASTER RECORD      *
000500*    LAYOUT (VSAM KSDS AGRMAST, KEYED BY EMPLOYEE PLUS THE BONUS  *
000600*    HISTORY KEY OF THE SIGN-ON OR RETENTION BONUS THE AGREEMENT  *
000700*    COVERS - KEYS(20 0), THE SAME 20 BYTES AS HC-KEY ON BONHIST).*
000800*    ONE RECORD PER AGREEMENT.  MAINTAINED BY LAB45 (ADD/CHANGE/  *
000900*    DELETE WITH AN AUDIT LISTING); READ AND UPDATED IN PLACE BY  *
001000*    THE MONTHLY LAB46 CLAWBACK RUN, WHICH CLOSES AN AGREEMENT    *
001100*    'E' WHEN ITS SERVICE PERIOD HAS BEEN SERVED AND 'C' WHEN THE *
001200*    EMPLOYEE LEFT EARLY AND THE PRORATED REPAYMENT WAS RAISED AS *
001300*    A RECEIVABLE.  THE INCLUDING PROGRAM RENAMES EVERY FIELD VIA *
001400*    REPLACING, FOR EXAMPLE:                                      *
001500*                                                                 *
001600*        COPY AGRMCMP REPLACING                                   *
001700*            AG-RECORD              BY  AGRM-RECORD               *
001800*            AG-KEY                 BY  AM-KEY                    *
001900*            AG-EMPLOYEE-ID         BY  AM-EMPLOYEE-ID            *
002000*            AG-BONUS-KEY           BY  AM-BONUS-KEY              *
002100*            AG-BONUS-RUN-DATE      BY  AM-BONUS-RUN-DATE         *
002200*            AG-BONUS-SEQ-NO        BY  AM-BONUS-SEQ-NO           *
002300*            AG-BONUS-TYPE          BY  AM-BONUS-TYPE             *
002400*            AG-SIGN-ON-BONUS       BY  AM-SIGN-ON-BONUS          *
002500*            AG-RETENTION-BONUS     BY  AM-RETENTION-BONUS        *
002600*            AG-COMPANY-CODE        BY  AM-COMPANY-CODE           *
002700*            AG-STATE-CODE          BY  AM-STATE-CODE             *
002800*            AG-BONUS-GROSS         BY  AM-BONUS-GROSS            *
002900*            AG-START-DATE          BY  AM-START-DATE             *
003000*            AG-END-DATE            BY  AM-END-DATE               *
003100*            AG-REPAY-METHOD        BY  AM-REPAY-METHOD           *
003200*            AG-PRORATED            BY  AM-PRORATED               *
003300*            AG-FULL-REPAYMENT      BY  AM-FULL-REPAYMENT         *
003400*            AG-STEP-SCHEDULE       BY  AM-STEP-SCHEDULE          *
003500*            AG-STEP                BY  AM-STEP                   *
003600*            AG-STEP-THRU-MONTHS    BY  AM-STEP-THRU-MONTHS       *
003700*            AG-STEP-PCT            BY  AM-STEP-PCT               *
003800*            AG-STATUS              BY  AM-STATUS                 *
003900*            AG-OPEN                BY  AM-OPEN                   *
004000*            AG-CLAWED-BACK         BY  AM-CLAWED-BACK            *
004100*            AG-EARNED              BY  AM-EARNED                 *
004200*            AG-WAIVED              BY  AM-WAIVED                 *
004300*            AG-SEPARATION-DATE     BY  AM-SEPARATION-DATE        *
004400*            AG-CLOSED-DATE         BY  AM-CLOSED-DATE            *
004500*            AG-AMOUNT-OWED         BY  AM-AMOUNT-OWED.           *
004600******************************************************************
004700 01  AG-RECORD.
004800     05  AG-KEY.
004900         10  AG-EMPLOYEE-ID          PIC X(08).
005000         10  AG-BONUS-KEY.
005100*                         RUN DATE AND SEQUENCE OF THE BONUS ON
005200*                         BONHIST (HC-RUN-DATE / HC-SEQUENCE-NO)
005300             15  AG-BONUS-RUN-DATE   PIC X(08).
005400             15  AG-BONUS-SEQ-NO     PIC 9(04).
005500     05  AG-BONUS-TYPE               PIC X(01).
005600         88  AG-SIGN-ON-BONUS               VALUE 'S'.
005700         88  AG-RETENTION-BONUS             VALUE 'R'.
005800     05  AG-COMPANY-CODE             PIC X(04).
005900*                         LEGAL ENTITY THAT PAID THE BONUS AND
006000*                         BOOKS THE RECEIVABLE (FROM THE HISTORY)
006100     05  AG-STATE-CODE               PIC X(02).
006200     05  AG-BONUS-GROSS              PIC S9(09)V99 COMP-3.
006300*                         GROSS BONUS PAID - THE MOST THAT CAN BE
006400*                         CLAWED BACK
006500     05  AG-START-DATE               PIC X(08).
006600     05  AG-END-DATE                 PIC X(08).
006700*                         YYYYMMDD - THE SERVICE PERIOD THE
006800*                         EMPLOYEE MUST COMPLETE TO KEEP THE
006900*                         WHOLE BONUS
007000     05  AG-REPAY-METHOD             PIC X(01).
007100*                         'P' = THE UNSERVED SHARE OF THE PERIOD,
007200*                         BY DAYS; 'F' = THE WHOLE BONUS IF THE
007300*                         EMPLOYEE LEAVES BEFORE THE END DATE;
007400*                         'S' = THE PERCENT ON THE FIRST STEP OF
007500*                         THE SCHEDULE BELOW WHOSE MONTH LIMIT
007600*                         COVERS THE WHOLE MONTHS SERVED
007700         88  AG-PRORATED                    VALUE 'P'.
007800         88  AG-FULL-REPAYMENT              VALUE 'F'.
007900         88  AG-STEP-SCHEDULE               VALUE 'S'.
008000     05  AG-STEP OCCURS 3 TIMES.
008100*                         ASCENDING MONTH LIMITS; UNUSED STEPS ARE
008200*                         ZERO.  E.G. 006/100, 012/050 = REPAY
008300*                         ALL IN THE FIRST SIX MONTHS, HALF IN
008400*                         THE NEXT SIX, NOTHING AFTER A YEAR
008500         10  AG-STEP-THRU-MONTHS     PIC 9(03).
008600         10  AG-STEP-PCT             PIC 9(03).
008700     05  AG-STATUS                   PIC X(01).
008800         88  AG-OPEN                        VALUE 'O'.
008900         88  AG-CLAWED-BACK                 VALUE 'C'.
009000         88  AG-EARNED                      VALUE 'E'.
009100         88  AG-WAIVED                      VALUE 'W'.
009200     05  AG-SEPARATION-DATE          PIC X(08).
009300*                         LAST DAY WORKED WHEN HR HAS TOLD PAYROLL
009400*                         (KEYED THROUGH LAB45); BLANK = LAB46
009500*                         TAKES ITS RUN DATE WHEN THE EMPLOYEE IS
009600*                         FOUND GONE FROM THE HR MASTER
009700     05  AG-CLOSED-DATE              PIC X(08).
009800*                         RUN DATE LAB46 CLOSED THE AGREEMENT
009900     05  AG-AMOUNT-OWED              PIC S9(09)V99 COMP-3.
010000*                         RECEIVABLE RAISED BY LAB46 AT CLAWBACK
010100     05  FILLER                      PIC X(09).
