000100******************************************************************
000200*    DEDNCMP                                                      *
000300*                                                                 *
000400*    SHARED 80-BYTE BONUS DEDUCTION MASTER RECORD LAYOUT (VSAM    *
000500*    KSDS, KEYED EMPLOYEE ID PLUS PRIORITY).  ONE RECORD PER      *
000600*    STANDING DEDUCTION ORDER AGAINST AN EMPLOYEE'S BONUSES -     *
000700*    A 401(K) DEFERRAL ELECTION, A CHILD-SUPPORT ORDER, OR A      *
000800*    CREDITOR GARNISHMENT.  MAINTAINED BY LAB36 (ADD/CHANGE/      *
000900*    DELETE WITH AN AUDIT LISTING); READ AND UPDATED IN PLACE BY  *
001000*    LAB14, WHICH TAKES THE ORDERS IN PRIORITY ORDER AND DRAWS    *
001100*    DOWN DN-BALANCE BY EVERY AMOUNT TAKEN.  THE INCLUDING        *
001200*    PROGRAM RENAMES EVERY FIELD VIA REPLACING, FOR EXAMPLE:      *
001300*                                                                 *
001400*        COPY DEDNCMP REPLACING                                   *
001500*            DN-RECORD          BY  DEDN-MASTER-RECORD            *
001600*            DN-KEY             BY  DM-KEY                        *
001700*            DN-EMPLOYEE-ID     BY  DM-EMPLOYEE-ID                *
001800*            DN-PRIORITY        BY  DM-PRIORITY                   *
001900*            DN-DEDUCTION-TYPE  BY  DM-DEDUCTION-TYPE             *
002000*            DN-401K-PRETAX     BY  DM-401K-PRETAX                *
002100*            DN-CHILD-SUPPORT   BY  DM-CHILD-SUPPORT              *
002200*            DN-GARNISHMENT     BY  DM-GARNISHMENT                *
002300*            DN-CALC-METHOD     BY  DM-CALC-METHOD                *
002400*            DN-PERCENT-OF-PAY  BY  DM-PERCENT-OF-PAY             *
002500*            DN-FLAT-AMOUNT     BY  DM-FLAT-AMOUNT                *
002600*            DN-PERCENT         BY  DM-PERCENT                    *
002700*            DN-FLAT-AMT        BY  DM-FLAT-AMT                   *
002800*            DN-CAP-AMT         BY  DM-CAP-AMT                    *
002900*            DN-BALANCE         BY  DM-BALANCE                    *
003000*            DN-STATUS          BY  DM-STATUS                     *
003100*            DN-ACTIVE          BY  DM-ACTIVE                     *
003200*            DN-ON-HOLD         BY  DM-ON-HOLD                    *
003300*            DN-PAYEE-ID        BY  DM-PAYEE-ID                   *
003400*            DN-PAYEE-NAME      BY  DM-PAYEE-NAME                 *
003500*            DN-CASE-NUMBER     BY  DM-CASE-NUMBER.               *
003600******************************************************************
003700 01  DN-RECORD.
003800     05  DN-KEY.
003900         10  DN-EMPLOYEE-ID          PIC X(08).
004000         10  DN-PRIORITY             PIC 9(02).
004100*                         01 IS TAKEN FIRST.  A 401(K) DEFERRAL
004200*                         IS ALWAYS TAKEN BEFORE TAX, WHATEVER ITS
004300*                         PRIORITY; GARNISHMENTS FOLLOW IN
004400*                         PRIORITY ORDER OUT OF WHAT IS LEFT
004500     05  DN-DEDUCTION-TYPE           PIC X(01).
004600         88  DN-401K-PRETAX                 VALUE 'K'.
004700         88  DN-CHILD-SUPPORT               VALUE 'C'.
004800         88  DN-GARNISHMENT                 VALUE 'G'.
004900     05  DN-CALC-METHOD              PIC X(01).
005000         88  DN-PERCENT-OF-PAY              VALUE 'P'.
005100         88  DN-FLAT-AMOUNT                 VALUE 'F'.
005200     05  DN-PERCENT                  PIC 9(02)V99.
005300*                         401(K): PERCENT OF THE GROSS BONUS;
005400*                         GARNISHMENT: PERCENT OF DISPOSABLE PAY
005500*                         (GROSS LESS TAXES WITHHELD)
005600     05  DN-FLAT-AMT                 PIC 9(07)V99.
005700     05  DN-CAP-AMT                  PIC 9(07)V99.
005800*                         MOST TAKEN FROM ANY ONE BONUS - ZERO
005900*                         MEANS THE ORDER CARRIES NO CAP
006000     05  DN-BALANCE                  PIC S9(09)V99 COMP-3.
006100*                         AMOUNT STILL TO BE TAKEN - THE ARREARS
006200*                         OWED ON A GARNISHMENT, OR THE DEFERRAL
006300*                         ROOM LEFT ON A 401(K) ELECTION.  DRAWN
006400*                         DOWN BY LAB14; NOTHING IS TAKEN ONCE IT
006500*                         REACHES ZERO
006600     05  DN-STATUS                   PIC X(01).
006700         88  DN-ACTIVE                      VALUE 'A'.
006800         88  DN-ON-HOLD                     VALUE 'H'.
006900     05  DN-PAYEE-ID                 PIC X(08).
007000*                         WHO THE DEDUCTION IS REMITTED TO - THE
007100*                         PLAN TRUSTEE, STATE DISBURSEMENT UNIT,
007200*                         OR CREDITOR'S COURT OFFICER
007300     05  DN-PAYEE-NAME               PIC X(20).
007400     05  DN-CASE-NUMBER              PIC X(10).
007500*                         COURT ORDER / PLAN REFERENCE QUOTED ON
007600*                         THE REMITTANCE
007700     05  FILLER                      PIC X(01).
