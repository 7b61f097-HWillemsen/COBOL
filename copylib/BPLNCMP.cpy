000100******************************************************************
000200*    BPLNCMP                                                      *
000300*                                                                 *
000400*    SHARED 80-BYTE BONUS PLAN MASTER RECORD LAYOUT, IN ASCENDING *
000500*    PLAN-YEAR/PLAN-CODE/ROW-TYPE/ROW-CODE SEQUENCE.  EACH PLAN   *
000600*    YEAR CARRIES, PER PLAN CODE, ONE PLAN ROW (NAME, PRORATION   *
000700*    AND MINIMUM SERVICE), ONE RATING ROW PER PERFORMANCE RATING  *
000800*    (TARGET BONUS AS A PERCENT OF BASE SALARY) AND ONE DEPARTMENT*
000900*    CAP ROW PER DEPARTMENT THE PLAN'S FUNDING IS LIMITED IN.  A  *
001000*    DEPARTMENT WITH NO CAP ROW IS NOT LIMITED BY THE PLAN (THE   *
001100*    DEPTBUDG MONTHLY BUDGET STILL APPLIES).  MAINTAINED BY LAB49 *
001200*    (ADD/CHANGE/DELETE WITH AN AUDIT LISTING) AND READ BY LAB50, *
001300*    THE PLAN BONUS CALCULATION.  THE INCLUDING PROGRAM RENAMES   *
001400*    EVERY FIELD VIA REPLACING, FOR EXAMPLE:                      *
001500*                                                                 *
001600*        COPY BPLNCMP REPLACING                                   *
001700*            PL-RECORD            BY  PLAN-RECORD                 *
001800*            PL-KEY               BY  PM-KEY                      *
001900*            PL-PLAN-YEAR         BY  PM-PLAN-YEAR                *
002000*            PL-PLAN-CODE         BY  PM-PLAN-CODE                *
002100*            PL-ROW-TYPE          BY  PM-ROW-TYPE                 *
002200*            PL-PLAN-ROW          BY  PM-PLAN-ROW                 *
002300*            PL-RATING-ROW        BY  PM-RATING-ROW               *
002400*            PL-DEPT-CAP-ROW      BY  PM-DEPT-CAP-ROW             *
002500*            PL-ROW-CODE          BY  PM-ROW-CODE                 *
002600*            PL-ROW-DATA          BY  PM-ROW-DATA                 *
002700*            PL-PLAN-DATA         BY  PM-PLAN-DATA                *
002800*            PL-PLAN-NAME         BY  PM-PLAN-NAME                *
002900*            PL-PRORATE-CODE      BY  PM-PRORATE-CODE             *
003000*            PL-PRORATE           BY  PM-PRORATE                  *
003100*            PL-NO-PRORATE        BY  PM-NO-PRORATE               *
003200*            PL-MIN-SERVICE-DAYS  BY  PM-MIN-SERVICE-DAYS         *
003300*            PL-RATING-DATA       BY  PM-RATING-DATA              *
003400*            PL-TARGET-PCT        BY  PM-TARGET-PCT               *
003500*            PL-RATING-DESC       BY  PM-RATING-DESC              *
003600*            PL-DEPT-CAP-DATA     BY  PM-DEPT-CAP-DATA            *
003700*            PL-DEPT-CAP-AMT      BY  PM-DEPT-CAP-AMT.            *
003800******************************************************************
003900 01  PL-RECORD.
004000     05  PL-KEY.
004100         10  PL-PLAN-YEAR            PIC X(04).
004200*                         YYYY OF THE PERFORMANCE YEAR RATED
004300         10  PL-PLAN-CODE            PIC X(04).
004400         10  PL-ROW-TYPE             PIC X(01).
004500             88  PL-DEPT-CAP-ROW               VALUE 'D'.
004600             88  PL-PLAN-ROW                   VALUE 'P'.
004700             88  PL-RATING-ROW                 VALUE 'R'.
004800         10  PL-ROW-CODE             PIC X(04).
004900*                         PLAN ROW - SPACES
005000*                         RATING ROW - RATING CODE, LEFT-JUSTIFIED
005100*                         DEPT CAP ROW - DEPARTMENT CODE
005200     05  PL-ROW-DATA                 PIC X(67).
005300     05  PL-PLAN-DATA REDEFINES PL-ROW-DATA.
005400         10  PL-PLAN-NAME            PIC X(30).
005500         10  PL-PRORATE-CODE         PIC X(01).
005600             88  PL-PRORATE                    VALUE 'Y'.
005700             88  PL-NO-PRORATE                 VALUE 'N'.
005800*                         Y - TARGET SCALED BY DAYS OF SERVICE IN
005900*                         THE PLAN YEAR OVER DAYS IN THE YEAR
006000         10  PL-MIN-SERVICE-DAYS     PIC 9(03).
006100*                         DAYS OF SERVICE IN THE PLAN YEAR NEEDED
006200*                         TO EARN ANY BONUS UNDER THE PLAN
006300         10  FILLER                  PIC X(33).
006400     05  PL-RATING-DATA REDEFINES PL-ROW-DATA.
006500         10  PL-TARGET-PCT           PIC 9(03)V99.
006600*                         TARGET BONUS AS A PERCENT OF BASE SALARY
006700         10  PL-RATING-DESC          PIC X(20).
006800         10  FILLER                  PIC X(42).
006900     05  PL-DEPT-CAP-DATA REDEFINES PL-ROW-DATA.
007000         10  PL-DEPT-CAP-AMT         PIC 9(09)V99.
007100*                         MOST THE PLAN MAY PAY IN THE DEPARTMENT
007200*                         FOR THE PLAN YEAR
007300         10  FILLER                  PIC X(56).
