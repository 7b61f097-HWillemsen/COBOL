001900*                EDITED (INCLUDING THE ABA ROUTING-NUMBER CHECK
002000*                DIGIT) AND A BEFORE/AFTER AUDIT LISTING IS
002100*                PRINTED.
002110*
002120*             EVERY ADD, AND EVERY CHANGE THAT ALTERS THE
002130*             ROUTING OR ACCOUNT NUMBER, IS STAMPED WITH THE RUN
002140*             DATE AS ITS CHANGE DATE AND PRENOTE STATUS 'P' -
002150*             LAB14 WILL NOT DEPOSIT TO THE ACCOUNT UNTIL THE
002160*             PRENOTE HAS CLEARED (SEE COPYLIB BNKACMP).  A
002170*             CHANGE OF ACCOUNT TYPE ONLY KEEPS THE STATUS.
002200*
002300*    NOTE:    THIS PROGRAM USES A STANDARD SEQUENTIAL
002400*    =====    OLD-MASTER/TRANSACTION MATCH-MERGE.  THE MASTER
005400* PERSON  PROJECT   DATE      DESCRIPTION          PROGRAM   VER*
005500* ------  --------  --------  -------------------  -------   ---*
005600* SUZI Q  PAYROLL   09/02/26  INITIAL VERSION       LAB24     000*
005610* SUZI Q  PAYROLL   10/15/26  CHANGE DATE AND ACH   LAB24     001*
005620*                             PRENOTE STATUS STAMP
005700*****************************************************************
005800*
005900*****************************************************************
009000     BA-ACCOUNT-NUMBER      BY  OM-ACCOUNT-NUMBER
009100     BA-ACCOUNT-TYPE        BY  OM-ACCOUNT-TYPE
009200     BA-CHECKING            BY  OM-CHECKING
009300     BA-SAVINGS             BY  OM-SAVINGS
009301     BA-CHANGE-DATE         BY  OM-CHANGE-DATE
009302     BA-PRENOTE-STATUS      BY  OM-PRENOTE-STATUS
009303     BA-PRENOTE-PENDING     BY  OM-PRENOTE-PENDING
009304     BA-PRENOTE-SENT        BY  OM-PRENOTE-SENT
009305     BA-PRENOTE-CLEARED     BY  OM-PRENOTE-CLEARED
009306     BA-PRENOTE-REJECTED    BY  OM-PRENOTE-REJECTED
009307     BA-PRENOTE-DATE        BY  OM-PRENOTE-DATE.
009400
009500*****************************************************************
009600*    TRANS-FILE                                     INPUT
012800     BA-ACCOUNT-NUMBER      BY  NM-ACCOUNT-NUMBER
012900     BA-ACCOUNT-TYPE        BY  NM-ACCOUNT-TYPE
013000     BA-CHECKING            BY  NM-CHECKING
013100     BA-SAVINGS             BY  NM-SAVINGS
013101     BA-CHANGE-DATE         BY  NM-CHANGE-DATE
013102     BA-PRENOTE-STATUS      BY  NM-PRENOTE-STATUS
013103     BA-PRENOTE-PENDING     BY  NM-PRENOTE-PENDING
013104     BA-PRENOTE-SENT        BY  NM-PRENOTE-SENT
013105     BA-PRENOTE-CLEARED     BY  NM-PRENOTE-CLEARED
013106     BA-PRENOTE-REJECTED    BY  NM-PRENOTE-REJECTED
013107     BA-PRENOTE-DATE        BY  NM-PRENOTE-DATE.
013200
013300*****************************************************************
013400*    AUDIT-REPORT                                   OUTPUT
019200         88  WS-PENDING-FROM-OLDMAST       VALUE 'Y'.
019300     05  WS-RUN-MODE-SWITCH      PIC X(01) VALUE ' '.
019400         88  WS-TRIAL-RUN                  VALUE 'T'.
019410     05  WS-PRENOTE-SWITCH       PIC X(01) VALUE 'N'.
019420         88  WS-PRENOTE-STAMPED            VALUE 'Y'.
019500
019600***********************
019700*  ACCUMULATORS       *
020500     05  WS-ADD-CTR              PIC S9(05) COMP-3 VALUE +0.
020600     05  WS-CHANGE-CTR           PIC S9(05) COMP-3 VALUE +0.
020700     05  WS-DELETE-CTR           PIC S9(05) COMP-3 VALUE +0.
020710     05  WS-PRENOTE-CTR          PIC S9(05) COMP-3 VALUE +0.
020800
020900***********************
021000*  WORKING VALUES     *
021500     05  WS-BEFORE-ACCOUNT       PIC X(17)  VALUE SPACES.
021600     05  WS-ERROR-TEXT           PIC X(40)  VALUE SPACES.
021700     05  WS-PENDING-KEY          PIC X(08)  VALUE SPACES.
021710     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
021800
021900*************** ABA ROUTING-NUMBER CHECK-DIGIT WORK AREA -
022000*************** 3(D1+D4+D7) + 7(D2+D5+D8) + (D3+D6+D9) MUST BE
029300                                 'DELETES: '.
029400     05 WAF2-DELETE-CTR          PIC ZZ,ZZ9.
029500     05 WAF2-FILLER3             PIC X(77) VALUE SPACES.
029510
029520 01  WS-AUDIT-FOOTER-3.
029530     05 WAF3-ASA-CODE            PIC X(01) VALUE ' '.
029540     05 WAF3-LINE-1              PIC X(20) VALUE
029550                                 'PRENOTES REQUIRED: '.
029560     05 WAF3-PRENOTE-CTR         PIC ZZ,ZZ9.
029570     05 WAF3-FILLER              PIC X(106) VALUE SPACES.
029600
029700 01  WS-END-OF-WORKING-STORAGE.
029800     05 WS-END-OF-WS-MARKER      PIC X(35) VALUE
033100*****************************************************************
033200
033300 1000-INITIALIZATION.
033310     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
033320
033400     OPEN INPUT  OLD-MASTER
033500     IF WS-OLDMAST-STATUS-CODE = '00' THEN
033600         CONTINUE
046200 2200-PROCESS-TRANS-ONLY.
046300     MOVE ZERO   TO WS-BEFORE-ROUTING
046400     MOVE SPACES TO WS-BEFORE-ACCOUNT
046410     MOVE 'N'    TO WS-PRENOTE-SWITCH
046500     INITIALIZE NEW-MASTER-RECORD
046600     PERFORM 2400-EDIT-TRANSACTION THRU 2400-EXIT
046700     IF WS-TRANS-IS-VALID THEN
047000             MOVE TR-ROUTING-NUMBER  TO NM-ROUTING-NUMBER
047100             MOVE TR-ACCOUNT-NUMBER  TO NM-ACCOUNT-NUMBER
047200             MOVE TR-ACCOUNT-TYPE    TO NM-ACCOUNT-TYPE
047210             PERFORM 2450-STAMP-PRENOTE THRU 2450-EXIT
047300             MOVE TR-EMPLOYEE-ID     TO WS-PENDING-KEY
047400             SET WS-MASTER-PENDING TO TRUE
047500             MOVE 'N' TO WS-PENDING-OLDMAST-SW
049600 2300-PROCESS-MATCHED-TRANS.
049700     MOVE NM-ROUTING-NUMBER TO WS-BEFORE-ROUTING
049800     MOVE NM-ACCOUNT-NUMBER TO WS-BEFORE-ACCOUNT
049810     MOVE 'N'               TO WS-PRENOTE-SWITCH
049900     PERFORM 2400-EDIT-TRANSACTION THRU 2400-EXIT
050000     IF WS-TRANS-IS-VALID THEN
050100         EVALUATE TRUE
050800                 MOVE TR-ROUTING-NUMBER TO NM-ROUTING-NUMBER
050900                 MOVE TR-ACCOUNT-NUMBER TO NM-ACCOUNT-NUMBER
051000                 MOVE TR-ACCOUNT-TYPE   TO NM-ACCOUNT-TYPE
051010                 IF TR-ROUTING-NUMBER NOT = WS-BEFORE-ROUTING
051020                 OR TR-ACCOUNT-NUMBER NOT = WS-BEFORE-ACCOUNT THEN
051030                     PERFORM 2450-STAMP-PRENOTE THRU 2450-EXIT
051040                 END-IF
051100                 MOVE 'N' TO WS-PENDING-DELETED-SW
051200                 ADD +1 TO WS-CHANGE-CTR
051300                 PERFORM 2500-WRITE-AUDIT-LINE THRU 2500-EXIT
060900     .
061000 2415-EXIT.
061100     EXIT.
061110*****************************************************************
061120*  STAMP A NEW OR RE-POINTED ACCOUNT FOR AN ACH PRENOTE - NO
061130*  MONEY GOES TO IT UNTIL THE PRENOTE HAS CLEARED
061140*****************************************************************
061150
061160 2450-STAMP-PRENOTE.
061170     MOVE WS-RUN-DATE TO NM-CHANGE-DATE
061180     SET NM-PRENOTE-PENDING TO TRUE
061190     MOVE SPACES      TO NM-PRENOTE-DATE
061191     SET WS-PRENOTE-STAMPED TO TRUE
061192     ADD +1 TO WS-PRENOTE-CTR
061193
061194     .
061195 2450-EXIT.
061196     EXIT.
061200*****************************************************************
061300*  WRITE ONE NORMAL AUDIT LINE FOR AN APPLIED TRANSACTION
061400*****************************************************************
062700         MOVE 'RECORD DELETED' TO WAD-MESSAGE
062800     ELSE
062900         MOVE TR-ROUTING-NUMBER TO WAD-AFTER-ROUTING
063000         IF WS-PRENOTE-STAMPED THEN
063010             MOVE 'ACCOUNT APPLIED - PRENOTE REQUIRED'
063020                 TO WAD-MESSAGE
063030         ELSE
063040             MOVE 'ACCOUNT DETAILS APPLIED' TO WAD-MESSAGE
063050         END-IF
063100     END-IF
063200     MOVE WS-AUDIT-DETAIL TO AUDIT-RECORD
063300     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
066900     MOVE WS-DELETE-CTR      TO WAF2-DELETE-CTR
067000     MOVE WS-AUDIT-FOOTER-2  TO AUDIT-RECORD
067100     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
067110
067120     MOVE WS-PRENOTE-CTR     TO WAF3-PRENOTE-CTR
067130     MOVE WS-AUDIT-FOOTER-3  TO AUDIT-RECORD
067140     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
067200
067300     .
067400 3000-EXIT.
068500     DISPLAY 'NEW MASTER RECORDS WRITE : ' WS-MASTER-OUT-CTR
068600     DISPLAY 'TRANSACTIONS READ        : ' WS-TRANS-IN-CTR
068700     DISPLAY 'TRANSACTIONS REJECTED    : ' WS-TRANS-ERROR-CTR
068710     DISPLAY 'PRENOTES REQUIRED        : ' WS-PRENOTE-CTR
068800
068900     IF WS-TRIAL-RUN THEN
069000         DISPLAY 'TRIAL RUN - NEW MASTER IS A PROPOSAL ONLY'
