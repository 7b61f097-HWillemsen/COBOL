000100******************************************************************
000200*    CHKRCMP                                                      *
000300*                                                                 *
000400*    SHARED 120-BYTE CHECK REGISTER RECORD LAYOUT, IN ASCENDING   *
000500*    CHECK-NUMBER SEQUENCE.  LAB39 WRITES ONE RECORD PER CHECK IT *
000600*    ISSUES TO THE CHKISSUE (+1) GENERATION; LAB40 MERGES EACH    *
000700*    ISSUE GENERATION ONTO THE CHECK REGISTER (CHKREG) AND CARRIES*
000800*    EVERY CHECK FROM OUTSTANDING TO CLEARED, VOIDED, STALE-DATED,*
000900*    OR ESCHEATED, AGAINST THE ACCOUNT OF THE COMPANY THAT ISSUED *
000933*    IT.  THE INCLUDING PROGRAM RENAMES EVERY FIELD VIA           *
000966*    REPLACING, FOR EXAMPLE:                                      *
001100*                                                                 *
001200*        COPY CHKRCMP REPLACING                                   *
001300*            CR-RECORD          BY  OLD-REG-RECORD                *
001400*            CR-CHECK-NUMBER    BY  OR-CHECK-NUMBER               *
001500*            ...                                                  *
001600*            CR-COMPANY-CODE    BY  OR-COMPANY-CODE.              *
001700******************************************************************
001800 01  CR-RECORD.
001900     05  CR-CHECK-NUMBER             PIC 9(08).
002000     05  CR-EMPLOYEE-ID              PIC X(08).
002100     05  CR-LAST-NAME                PIC X(20).
002200     05  CR-FIRST-NAME               PIC X(15).
002300     05  CR-MID-INIT                 PIC X(01).
002400     05  CR-STATE-CODE               PIC X(02).
002500     05  CR-FED-TAX-EXEMPT-CODE      PIC X(01).
002600     05  CR-ST-TAX-EXEMPT-CODE       PIC X(01).
002700     05  CR-GROSS                    PIC S9(09)V99 COMP-3.
002800     05  CR-NET-AMT                  PIC S9(09)V99 COMP-3.
002900*                         THE FACE AMOUNT OF THE CHECK
003000     05  CR-ISSUE-DATE               PIC X(08).
003100     05  CR-RUN-NUMBER               PIC 9(05).
003200*                         THE LAB14 RUN THAT POSTED THE BONUS
003300     05  CR-STATUS                   PIC X(01).
003400         88  CR-OUTSTANDING                 VALUE 'O'.
003500         88  CR-CLEARED                     VALUE 'C'.
003600         88  CR-VOIDED                      VALUE 'V'.
003700         88  CR-STALE-DATED                 VALUE 'S'.
003800*                         STILL UNCASHED PAST THE STALE DATE -
003900*                         VOIDED AT THE BANK ON POSITIVE PAY
004000         88  CR-ESCHEATED                   VALUE 'E'.
004100*                         UNCLAIMED PAST THE DORMANCY PERIOD -
004200*                         DUE TO THE STATE AS UNCLAIMED PROPERTY
004300         88  CR-STILL-OPEN                  VALUE 'O' 'S'.
004400     05  CR-STATUS-DATE              PIC X(08).
004500*                         YYYYMMDD OF THE LAST STATUS CHANGE
004600     05  CR-PAID-AMT                 PIC S9(09)V99 COMP-3.
004700*                         AMOUNT THE BANK PAID ON A CLEARED CHECK
004800     05  CR-VOID-REASON              PIC X(02).
004900*                         PAYROLL'S REASON ON A VOIDED CHECK
004950     05  CR-COMPANY-CODE             PIC X(04).
004960*                         THE ISSUING COMPANY - ITS CHKSTOCK
004970*                         RECORD GIVES THE ACCOUNT.  BLANK ON A
004980*                         CHECK ISSUED BEFORE THE COMPANY WAS
004990*                         CARRIED MEANS THE FIRST COMPANY.
005000     05  FILLER                      PIC X(18).
