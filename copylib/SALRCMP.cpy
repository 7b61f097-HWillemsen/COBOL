000100******************************************************************
000200*    SALRCMP                                                      *
000300*                                                                 *
000400*    SHARED 80-BYTE SALARY AND PERFORMANCE RATING RECORD LAYOUT,  *
000500*    IN ASCENDING EMPLOYEE-ID SEQUENCE.  ONE RECORD PER EMPLOYEE  *
000600*    ELIGIBLE FOR A PLAN BONUS, EXTRACTED FROM HR AT THE CLOSE OF *
000700*    THE RATING CYCLE.  LAB50 APPLIES THE BONUS PLAN (BPLNCMP) TO *
000800*    THE BASE SALARY AND RATING AND WRITES THE BONUSCMP FEED.     *
000900*    THE INCLUDING PROGRAM RENAMES EVERY FIELD VIA REPLACING, FOR *
001000*    EXAMPLE:                                                     *
001100*                                                                 *
001200*        COPY SALRCMP REPLACING                                   *
001300*            SA-RECORD               BY  SAL-RECORD               *
001400*            SA-EMPLOYEE-ID          BY  SL-EMPLOYEE-ID           *
001500*            SA-LAST-NAME            BY  SL-LAST-NAME             *
001600*            SA-FIRST-NAME           BY  SL-FIRST-NAME            *
001700*            SA-MID-INIT             BY  SL-MID-INIT              *
001800*            SA-PLAN-CODE            BY  SL-PLAN-CODE             *
001900*            SA-RATING-CODE          BY  SL-RATING-CODE           *
002000*            SA-BASE-SALARY          BY  SL-BASE-SALARY           *
002100*            SA-HIRE-DATE            BY  SL-HIRE-DATE             *
002200*            SA-TERM-DATE            BY  SL-TERM-DATE             *
002300*            SA-FED-TAX-EXEMPT-CODE  BY  SL-FED-TAX-EXEMPT-CODE   *
002400*            SA-ST-TAX-EXEMPT-CODE   BY  SL-ST-TAX-EXEMPT-CODE.   *
002500******************************************************************
002600 01  SA-RECORD.
002700     05  SA-EMPLOYEE-ID              PIC X(08).
002800     05  SA-LAST-NAME                PIC X(20).
002900     05  SA-FIRST-NAME               PIC X(15).
003000     05  SA-MID-INIT                 PIC X(01).
003100     05  SA-PLAN-CODE                PIC X(04).
003200*                         BONUS PLAN (BPLNCMP) THE EMPLOYEE IS IN
003300     05  SA-RATING-CODE              PIC X(01).
003400*                         PERFORMANCE RATING FOR THE PLAN YEAR
003500     05  SA-BASE-SALARY              PIC 9(07)V99.
003600*                         ANNUAL BASE SALARY AT THE CLOSE OF THE
003700*                         RATING CYCLE
003800     05  SA-HIRE-DATE                PIC 9(08).
003900*                         YYYYMMDD
004000     05  SA-TERM-DATE                PIC 9(08).
004100*                         YYYYMMDD - ZEROS WHILE EMPLOYED
004200     05  SA-FED-TAX-EXEMPT-CODE      PIC X(01).
004300     05  SA-ST-TAX-EXEMPT-CODE       PIC X(01).
004400*                         Y/N - CARRIED TO THE BONUSCMP FEED
004500     05  FILLER                      PIC X(04).
