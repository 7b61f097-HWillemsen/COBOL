000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB36.
000300 AUTHOR.        SUZI Q.
000400 DATE-WRITTEN.  OCTOBER 2026.
000500 DATE-COMPILED.
000600*****************************************************************
000700*
000800*-------------P R O G R A M  D E S C R I P T I O N--------------*
000900*
001000*    ----------------- LAB36 -----------------------
001100*
001200*    PURPOSE  THIS PROGRAM MAINTAINS THE BONUS DEDUCTION MASTER
001300*    =======  (DEDMAST) THAT LAB14 TAKES 401(K) DEFERRALS,
001400*                CHILD-SUPPORT ORDERS, AND CREDITOR
001500*                GARNISHMENTS FROM.  IT APPLIES ADD/CHANGE/
001600*                DELETE TRANSACTIONS WITH THE SAME EDIT-AND-
001700*                AUDIT DISCIPLINE LAB34 GIVES THE LOCALITY TAX
001800*                TABLE - EVERY TRANSACTION IS EDITED AND A
001900*                BEFORE/AFTER AUDIT LISTING IS PRINTED.
002000*
002100*    NOTE:    DEDMAST IS A VSAM KSDS (EMPLOYEE ID PLUS PRIORITY)
002200*    =====    THAT LAB14 UPDATES IN PLACE AS IT DRAWS THE
002300*             BALANCES DOWN, SO THIS PROGRAM UPDATES THE
002400*             CLUSTER BY KEY RATHER THAN MERGING AN OLD MASTER
002500*             INTO A NEW ONE.  THE TRANSACTIONS NEED NOT BE IN
002600*             ANY SEQUENCE.  A CHANGE KEEPS THE BALANCE LAB14
002700*             HAS DRAWN DOWN UNLESS THE TRANSACTION ASKS FOR A
002800*             NEW ONE (TR-SET-BALANCE = 'Y') - E.G. WHEN THE
002900*             COURT RESTATES THE ARREARS OR A NEW PLAN YEAR
003000*             RESETS THE DEFERRAL ROOM.
003100*
003200*    INPUT   DEDN-MASTER     DEDMAST  (DEDUCTION MASTER - I-O)
003300*    =====   TRANS-FILE      DEDTRAN  (ADD/CHANGE/DELETE TRANS)
003400*            LS-RUN-MODE     'T' = TRIAL RUN (PARM) - EVERY
003500*                            TRANSACTION IS EDITED, MATCHED TO
003600*                            THE MASTER AND LISTED, BUT DEDMAST
003700*                            IS NOT UPDATED AND THE STEP ENDS
003800*                            RC 4.
003900*
004000*    PROCESS 1. READ EACH TRANSACTION AND EDIT IT.
004100*    ======= 2. READ THE MASTER RECORD FOR ITS KEY.
004200*            3. ADD, REWRITE, OR DELETE THE MASTER RECORD.
004300*            4. LIST THE BEFORE AND AFTER BALANCE OF EACH
004400*               TRANSACTION ON THE AUDIT LISTING.
004500*
004600*    OUTPUT  DEDN-MASTER     DEDMAST  (UPDATED IN PLACE)
004700*    ======  AUDIT-REPORT    DEDAUDIT (BEFORE/AFTER AUDIT LIST)
004800*
004900*    CALLING PROGRAM(S)  :   NONE
005000*
005100*    CALLED  PROGRAM(S)  :   NONE
005200*
005300*---------------------------------------------------------------*
005400*                 UPDATE LOG
005500*---------------------------------------------------------------*
005600*
005700* PERSON  PROJECT   DATE      DESCRIPTION          PROGRAM   VER*
005800* ------  --------  --------  -------------------  -------   ---*
005900* SUZI Q  PAYROLL   10/15/26  INITIAL VERSION       LAB36     000*
006000*****************************************************************
006100*
006200*****************************************************************
006300*         E N V I R O N M E N T     D I V I S I O N
006400*****************************************************************
006500 ENVIRONMENT DIVISION.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT DEDN-MASTER    ASSIGN TO DEDMAST
006900            ORGANIZATION INDEXED
007000            ACCESS MODE RANDOM
007100            RECORD KEY IS DM-KEY
007200            FILE STATUS IS WS-DEDMAST-STATUS-CODE.
007300     SELECT TRANS-FILE     ASSIGN TO DEDTRAN
007400            FILE STATUS IS WS-TRANS-STATUS-CODE.
007500     SELECT AUDIT-REPORT   ASSIGN TO DEDAUDIT
007600            FILE STATUS IS WS-AUDIT-STATUS-CODE.
007700*****************************************************************
007800*                  D A T A     D I V I S I O N
007900*****************************************************************
008000 DATA DIVISION.
008100 FILE SECTION.
008200*****************************************************************
008300*    DEDN-MASTER                                    I-O
008400*****************************************************************
008500 FD  DEDN-MASTER
008600     RECORD CONTAINS 80 CHARACTERS.
008700
008800 COPY DEDNCMP REPLACING
008900     DN-RECORD              BY  DEDN-MASTER-RECORD
009000     DN-KEY                 BY  DM-KEY
009100     DN-EMPLOYEE-ID         BY  DM-EMPLOYEE-ID
009200     DN-PRIORITY            BY  DM-PRIORITY
009300     DN-DEDUCTION-TYPE      BY  DM-DEDUCTION-TYPE
009400     DN-401K-PRETAX         BY  DM-401K-PRETAX
009500     DN-CHILD-SUPPORT       BY  DM-CHILD-SUPPORT
009600     DN-GARNISHMENT         BY  DM-GARNISHMENT
009700     DN-CALC-METHOD         BY  DM-CALC-METHOD
009800     DN-PERCENT-OF-PAY      BY  DM-PERCENT-OF-PAY
009900     DN-FLAT-AMOUNT         BY  DM-FLAT-AMOUNT
010000     DN-PERCENT             BY  DM-PERCENT
010100     DN-FLAT-AMT            BY  DM-FLAT-AMT
010200     DN-CAP-AMT             BY  DM-CAP-AMT
010300     DN-BALANCE             BY  DM-BALANCE
010400     DN-STATUS              BY  DM-STATUS
010500     DN-ACTIVE              BY  DM-ACTIVE
010600     DN-ON-HOLD             BY  DM-ON-HOLD
010700     DN-PAYEE-ID            BY  DM-PAYEE-ID
010800     DN-PAYEE-NAME          BY  DM-PAYEE-NAME
010900     DN-CASE-NUMBER         BY  DM-CASE-NUMBER.
011000
011100*****************************************************************
011200*    TRANS-FILE                                     INPUT
011300*****************************************************************
011400 FD  TRANS-FILE
011500     RECORDING F
011600     RECORD CONTAINS 100 CHARACTERS
011700     BLOCK CONTAINS 0 RECORDS.
011800
011900 01  TRANS-RECORD.
012000     05  TR-KEY.
012100         10  TR-EMPLOYEE-ID      PIC X(08).
012200         10  TR-PRIORITY         PIC 9(02).
012300     05  TR-ACTION-CODE          PIC X(01).
012400         88  TR-ADD                      VALUE 'A'.
012500         88  TR-CHANGE                   VALUE 'C'.
012600         88  TR-DELETE                   VALUE 'D'.
012700     05  TR-DEDUCTION-TYPE       PIC X(01).
012800         88  TR-401K-PRETAX              VALUE 'K'.
012900         88  TR-CHILD-SUPPORT            VALUE 'C'.
013000         88  TR-GARNISHMENT              VALUE 'G'.
013100     05  TR-CALC-METHOD          PIC X(01).
013200         88  TR-PERCENT-OF-PAY           VALUE 'P'.
013300         88  TR-FLAT-AMOUNT              VALUE 'F'.
013400     05  TR-PERCENT              PIC 9(02)V99.
013500     05  TR-FLAT-AMT             PIC 9(07)V99.
013600     05  TR-CAP-AMT              PIC 9(07)V99.
013700     05  TR-BALANCE              PIC 9(09)V99.
013800     05  TR-SET-BALANCE          PIC X(01).
013900*                         'Y' ON A CHANGE REPLACES THE MASTER
014000*                         BALANCE WITH TR-BALANCE; OTHERWISE THE
014100*                         BALANCE LAB14 HAS DRAWN DOWN IS KEPT.
014200*                         AN ADD ALWAYS TAKES TR-BALANCE.
014300         88  TR-REPLACE-BALANCE          VALUE 'Y'.
014400     05  TR-STATUS               PIC X(01).
014500         88  TR-ACTIVE                   VALUE 'A'.
014600         88  TR-ON-HOLD                  VALUE 'H'.
014700     05  TR-PAYEE-ID             PIC X(08).
014800     05  TR-PAYEE-NAME           PIC X(20).
014900     05  TR-CASE-NUMBER          PIC X(10).
015000     05  FILLER                  PIC X(14).
015100
015200*****************************************************************
015300*    AUDIT-REPORT                                   OUTPUT
015400*****************************************************************
015500 FD  AUDIT-REPORT
015600     RECORDING F
015700     RECORD CONTAINS 133 CHARACTERS
015800     BLOCK CONTAINS 0 RECORDS.
015900
016000 01  AUDIT-RECORD.
016100     05  FILLER                  PIC X(133).
016200*****************************************************************
016300*    W O R K I N G - S T O R A G E
016400*****************************************************************
016500 WORKING-STORAGE SECTION.
016600
016700 01  WS-START-OF-WORKING-STORAGE.
016800     05 WS-START-OF-WS-MARKER           PIC X(37)
016900        VALUE 'LAB36 WORKING STORAGE BEGINS HERE'.
017000***********************
017100*  CONSTANTS          *
017200***********************
017300
017400 01  WS-CONSTANTS.
017500*************** NO DEFERRAL ELECTION OR WAGE ORDER TAKES MORE
017600*************** THAN HALF OF PAY - ANYTHING HIGHER IS A KEYING
017700*************** ERROR.
017800     05  WS-C-MAX-PERCENT        PIC 9(02)V99   VALUE 50.00.
017900
018000***********************
018100*  ERROR CODES        *
018200***********************
018300
018400 01  WS-ERROR-CODES.
018500     05  WS-DEDMAST-STATUS-CODE  PIC X(2)  VALUE '**'.
018600     05  WS-TRANS-STATUS-CODE    PIC X(2)  VALUE '**'.
018700     05  WS-AUDIT-STATUS-CODE    PIC X(2)  VALUE '**'.
018800     05  WS-ABORT-TRIGGER        PIC S9(1) VALUE 0.
018900     05  WS-ABORT-CODE           PIC S9(1).
019000     05  WS-RETURN-CODE-DISPLAY  PIC S9(5) COMP-3.
019100
019200***********************
019300*  MESSAGE STRINGS    *
019400***********************
019500
019600 01  WS-ABORT-MSG-STRING.
019700     05  WS-ABORT-MSG-ERRLB      PIC X(06) VALUE 'ERROR '.
019800     05  WS-ABORT-MSG-EDESC      PIC X(28).
019900     05  WS-ABORT-MSG-IN         PIC X(14) VALUE ' IN PARAGRAPH '.
020000     05  WS-ABORT-MSG-PGRPH      PIC X(28).
020100     05  WS-ABORT-MSG-RCLBL      PIC X(08) VALUE 'SYS RC: '.
020200     05  WS-ABORT-MSG-SYSRC      PIC X(02).
020300
020400***********************
020500*  SWITCHES           *
020600***********************
020700
020800 01  SWITCHES.
020900     05  WS-TRANS-SWITCH         PIC X(01) VALUE 'N'.
021000         88  WS-TRANS-EOF                  VALUE 'Y'.
021100     05  WS-TRANS-VALID-SWITCH   PIC X(01) VALUE 'Y'.
021200         88  WS-TRANS-IS-VALID             VALUE 'Y'.
021300     05  WS-MASTER-FOUND-SWITCH  PIC X(01) VALUE 'N'.
021400         88  WS-MASTER-FOUND               VALUE 'Y'.
021500     05  WS-RUN-MODE-SWITCH      PIC X(01) VALUE ' '.
021600         88  WS-TRIAL-RUN                  VALUE 'T'.
021700
021800***********************
021900*  ACCUMULATORS       *
022000***********************
022100
022200 01  ACCUMULATORS.
022300     05  WS-TRANS-IN-CTR         PIC S9(05) COMP-3 VALUE +0.
022400     05  WS-TRANS-ERROR-CTR      PIC S9(05) COMP-3 VALUE +0.
022500     05  WS-ADD-CTR              PIC S9(05) COMP-3 VALUE +0.
022600     05  WS-CHANGE-CTR           PIC S9(05) COMP-3 VALUE +0.
022700     05  WS-DELETE-CTR           PIC S9(05) COMP-3 VALUE +0.
022800
022900***********************
023000*  WORKING VALUES     *
023100***********************
023200
023300 01  WS-WORKING-VALUES.
023400     05  WS-BEFORE-BALANCE       PIC S9(09)V99 COMP-3 VALUE +0.
023500     05  WS-AFTER-BALANCE        PIC S9(09)V99 COMP-3 VALUE +0.
023600     05  WS-ERROR-TEXT           PIC X(40)  VALUE SPACES.
023700
023800***********************
023900*  RECORD LAYOUTS     *
024000***********************
024100
024200 01  WS-AUDIT-HEADER-1.
024300     05 WAH1-ASA-CODE            PIC X(01) VALUE '1'.
024400     05 WAH1-TITLE               PIC X(45) VALUE
024500                  'BONUS DEDUCTION MASTER MAINTENANCE AUDIT LIST'.
024600     05 WAH1-MODE                PIC X(34) VALUE SPACES.
024700     05 WAH1-FILLER              PIC X(53) VALUE SPACES.
024800
024900 01  WS-AUDIT-HEADER-2.
025000     05 WAH2-ASA-CODE            PIC X(01) VALUE '-'.
025100     05 WAH2-EMPLOYEE-LABEL      PIC X(08) VALUE 'EMPLOYEE'.
025200     05 WAH2-COL-DIV-0           PIC X(02) VALUE SPACES.
025300     05 WAH2-PRIORITY-LABEL      PIC X(03) VALUE 'PRI'.
025400     05 WAH2-COL-DIV-1           PIC X(01) VALUE SPACES.
025500     05 WAH2-ACTION-LABEL        PIC X(06) VALUE 'ACTION'.
025600     05 WAH2-COL-DIV-2           PIC X(04) VALUE SPACES.
025700     05 WAH2-TYPE-LABEL          PIC X(02) VALUE 'TY'.
025800     05 WAH2-COL-DIV-3           PIC X(01) VALUE SPACES.
025900     05 WAH2-PAYEE-LABEL         PIC X(20) VALUE 'PAYEE'.
026000     05 WAH2-COL-DIV-4           PIC X(02) VALUE SPACES.
026100     05 WAH2-CASE-LABEL          PIC X(10) VALUE 'CASE NO.'.
026200     05 WAH2-COL-DIV-5           PIC X(05) VALUE SPACES.
026300     05 WAH2-BEFORE-LABEL        PIC X(11) VALUE 'BEFORE BAL.'.
026400     05 WAH2-COL-DIV-6           PIC X(06) VALUE SPACES.
026500     05 WAH2-AFTER-LABEL         PIC X(10) VALUE 'AFTER BAL.'.
026600     05 WAH2-COL-DIV-7           PIC X(01) VALUE SPACES.
026700     05 WAH2-MESSAGE-LABEL       PIC X(07) VALUE 'MESSAGE'.
026800     05 WAH2-FILLER              PIC X(33) VALUE SPACES.
026900
027000 01  WS-AUDIT-DETAIL.
027100     05 WAD-ASA-CODE             PIC X(01) VALUE SPACES.
027200     05 WAD-EMPLOYEE-ID          PIC X(08).
027300     05 WAD-COL-DIV-0            PIC X(02) VALUE SPACES.
027400     05 WAD-PRIORITY             PIC 9(02).
027500     05 WAD-COL-DIV-1            PIC X(02) VALUE SPACES.
027600     05 WAD-ACTION               PIC X(08).
027700     05 WAD-COL-DIV-2            PIC X(02) VALUE SPACES.
027800     05 WAD-DEDUCTION-TYPE       PIC X(01).
027900     05 WAD-COL-DIV-3            PIC X(02) VALUE SPACES.
028000     05 WAD-PAYEE-NAME           PIC X(20).
028100     05 WAD-COL-DIV-4            PIC X(02) VALUE SPACES.
028200     05 WAD-CASE-NUMBER          PIC X(10).
028300     05 WAD-COL-DIV-5            PIC X(02) VALUE SPACES.
028400     05 WAD-BEFORE-BALANCE       PIC ZZ,ZZZ,ZZ9.99-.
028500     05 WAD-COL-DIV-6            PIC X(02) VALUE SPACES.
028600     05 WAD-AFTER-BALANCE        PIC ZZ,ZZZ,ZZ9.99-.
028700     05 WAD-COL-DIV-7            PIC X(01) VALUE SPACES.
028800     05 WAD-MESSAGE              PIC X(40).
028900
029000 01  WS-AUDIT-FOOTER.
029100     05 WAF-ASA-CODE             PIC X(01) VALUE '-'.
029200     05 WAF-LINE-1               PIC X(20) VALUE
029300                                 'TRANSACTIONS READ  :'.
029400     05 WAF-TRANS-CTR            PIC ZZ,ZZ9.
029500     05 WAF-FILLER1              PIC X(05) VALUE SPACES.
029600     05 WAF-LINE-2               PIC X(20) VALUE
029700                                 'TRANSACTIONS BAD   :'.
029800     05 WAF-ERROR-CTR            PIC ZZ,ZZ9.
029900     05 WAF-FILLER2              PIC X(75) VALUE SPACES.
030000
030100 01  WS-AUDIT-FOOTER-2.
030200     05 WAF2-ASA-CODE            PIC X(01) VALUE ' '.
030300     05 WAF2-LINE-1              PIC X(20) VALUE
030400                                 'ADDS:    '.
030500     05 WAF2-ADD-CTR             PIC ZZ,ZZ9.
030600     05 WAF2-FILLER1             PIC X(05) VALUE SPACES.
030700     05 WAF2-LINE-2              PIC X(20) VALUE
030800                                 'CHANGES: '.
030900     05 WAF2-CHANGE-CTR          PIC ZZ,ZZ9.
031000     05 WAF2-FILLER2             PIC X(05) VALUE SPACES.
031100     05 WAF2-LINE-3              PIC X(20) VALUE
031200                                 'DELETES: '.
031300     05 WAF2-DELETE-CTR          PIC ZZ,ZZ9.
031400     05 WAF2-FILLER3             PIC X(44) VALUE SPACES.
031500
031600 01  WS-END-OF-WORKING-STORAGE.
031700     05 WS-END-OF-WS-MARKER      PIC X(35) VALUE
031800        'LAB36 WORKING STORAGE ENDS HERE'.
031900*****************************************************************
032000*          L I N K A G E
032100*****************************************************************
032200
032300 LINKAGE SECTION.
032400
032500 01  LS-RUN-MODE                 PIC X(01).
032600*                         'T' RUNS THE MAINTENANCE AS A TRIAL -
032700*                         FULL EDIT AND AUDIT LISTING, BUT
032800*                         DEDMAST IS NOT UPDATED AND THE STEP
032900*                         ENDS RC 4.  OMITTED OR BLANK = LIVE.
033000
033100*****************************************************************
033200*          P R O C E D U R E     D I V I S I O N
033300*****************************************************************
033400
033500 PROCEDURE DIVISION USING OPTIONAL LS-RUN-MODE.
033600 0000-MAINLINE.
033700     PERFORM 1000-INITIALIZATION  THRU 1000-EXIT
033800     PERFORM 2000-APPLY-TRANS     THRU 2000-EXIT
033900         UNTIL WS-TRANS-EOF
034000     PERFORM 3000-WRITE-FOOTERS   THRU 3000-EXIT
034100     PERFORM 4000-TERMINATE       THRU 4000-EXIT
034200     GOBACK
034300
034400     .
034500*****************************************************************
034600*  INITIALIZATION ROUTINE
034700*****************************************************************
034800
034900 1000-INITIALIZATION.
035000     OPEN I-O    DEDN-MASTER
035100     IF WS-DEDMAST-STATUS-CODE = '00' THEN
035200         CONTINUE
035300     ELSE
035400         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
035500         MOVE 'OPENING DEDN-MASTER, ' TO WS-ABORT-MSG-EDESC
035600         MOVE WS-DEDMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
035700         MOVE 3601 TO RETURN-CODE
035800         PERFORM 9999-ABORT THRU 9999-EXIT
035900     END-IF
036000
036100     OPEN INPUT  TRANS-FILE
036200     IF WS-TRANS-STATUS-CODE = '00' THEN
036300         CONTINUE
036400     ELSE
036500         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
036600         MOVE 'OPENING TRANS-FILE, ' TO WS-ABORT-MSG-EDESC
036700         MOVE WS-TRANS-STATUS-CODE TO WS-ABORT-MSG-SYSRC
036800         MOVE 3602 TO RETURN-CODE
036900         PERFORM 9999-ABORT THRU 9999-EXIT
037000     END-IF
037100
037200     OPEN OUTPUT AUDIT-REPORT
037300     IF WS-AUDIT-STATUS-CODE = '00' THEN
037400         CONTINUE
037500     ELSE
037600         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
037700         MOVE 'OPENING AUDIT-REPORT, ' TO WS-ABORT-MSG-EDESC
037800         MOVE WS-AUDIT-STATUS-CODE TO WS-ABORT-MSG-SYSRC
037900         MOVE 3603 TO RETURN-CODE
038000         PERFORM 9999-ABORT THRU 9999-EXIT
038100     END-IF
038200
038300     IF LS-RUN-MODE IS OMITTED
038400         CONTINUE
038500     ELSE
038600         MOVE LS-RUN-MODE TO WS-RUN-MODE-SWITCH
038700     END-IF
038800     IF WS-TRIAL-RUN THEN
038900         MOVE ' ** TRIAL - MASTER NOT UPDATED **'
039000             TO WAH1-MODE
039100     END-IF
039200     MOVE WS-AUDIT-HEADER-1 TO AUDIT-RECORD
039300     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
039400     MOVE WS-AUDIT-HEADER-2 TO AUDIT-RECORD
039500     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
039600
039700     PERFORM 8100-READ-TRANS THRU 8100-EXIT
039800
039900     .
040000 1000-EXIT.
040100     EXIT.
040200*****************************************************************
040300*  EDIT ONE TRANSACTION, MATCH IT TO THE MASTER, AND APPLY IT
040400*****************************************************************
040500
040600 2000-APPLY-TRANS.
040700     MOVE ZERO TO WS-BEFORE-BALANCE
040800     MOVE ZERO TO WS-AFTER-BALANCE
040900     PERFORM 2400-EDIT-TRANSACTION THRU 2400-EXIT
041000     IF WS-TRANS-IS-VALID THEN
041100         PERFORM 8000-READ-DEDN-MASTER THRU 8000-EXIT
041200         EVALUATE TRUE
041300             WHEN TR-ADD
041400                 PERFORM 2100-ADD-ORDER THRU 2100-EXIT
041500             WHEN TR-CHANGE
041600                 PERFORM 2200-CHANGE-ORDER THRU 2200-EXIT
041700             WHEN TR-DELETE
041800                 PERFORM 2300-DELETE-ORDER THRU 2300-EXIT
041900         END-EVALUATE
042000     END-IF
042100     IF WS-TRANS-IS-VALID THEN
042200         PERFORM 2500-WRITE-AUDIT-LINE THRU 2500-EXIT
042300     ELSE
042400         PERFORM 2600-WRITE-ERROR-LINE THRU 2600-EXIT
042500     END-IF
042600     PERFORM 8100-READ-TRANS THRU 8100-EXIT
042700
042800     .
042900 2000-EXIT.
043000     EXIT.
043100*****************************************************************
043200*  ADD A NEW DEDUCTION ORDER - THE KEY MUST NOT BE ON FILE
043300*****************************************************************
043400
043500 2100-ADD-ORDER.
043600     IF WS-MASTER-FOUND THEN
043700         MOVE DM-BALANCE TO WS-BEFORE-BALANCE
043800         MOVE DM-BALANCE TO WS-AFTER-BALANCE
043900         MOVE 'EMPLOYEE/PRIORITY ALREADY ON THE MASTER'
044000             TO WS-ERROR-TEXT
044100         MOVE 'N' TO WS-TRANS-VALID-SWITCH
044200     ELSE
044300         INITIALIZE DEDN-MASTER-RECORD
044400         MOVE TR-EMPLOYEE-ID     TO DM-EMPLOYEE-ID
044500         MOVE TR-PRIORITY        TO DM-PRIORITY
044600         PERFORM 2350-MOVE-TRANS-FIELDS THRU 2350-EXIT
044700         MOVE TR-BALANCE         TO DM-BALANCE
044800         MOVE DM-BALANCE         TO WS-AFTER-BALANCE
044900         IF NOT WS-TRIAL-RUN THEN
045000             PERFORM 8600-WRITE-DEDN-MASTER THRU 8600-EXIT
045100         END-IF
045200         ADD +1 TO WS-ADD-CTR
045300     END-IF
045400
045500     .
045600 2100-EXIT.
045700     EXIT.
045800*****************************************************************
045900*  CHANGE AN EXISTING ORDER.  THE BALANCE LAB14 HAS DRAWN DOWN
046000*  STANDS UNLESS THE TRANSACTION REPLACES IT.
046100*****************************************************************
046200
046300 2200-CHANGE-ORDER.
046400     IF WS-MASTER-FOUND THEN
046500         MOVE DM-BALANCE TO WS-BEFORE-BALANCE
046600         PERFORM 2350-MOVE-TRANS-FIELDS THRU 2350-EXIT
046700         IF TR-REPLACE-BALANCE THEN
046800             MOVE TR-BALANCE TO DM-BALANCE
046900         END-IF
047000         MOVE DM-BALANCE TO WS-AFTER-BALANCE
047100         IF NOT WS-TRIAL-RUN THEN
047200             PERFORM 8700-REWRITE-DEDN-MASTER THRU 8700-EXIT
047300         END-IF
047400         ADD +1 TO WS-CHANGE-CTR
047500     ELSE
047600         MOVE 'NO MASTER RECORD FOR EMPLOYEE/PRIORITY'
047700             TO WS-ERROR-TEXT
047800         MOVE 'N' TO WS-TRANS-VALID-SWITCH
047900     END-IF
048000
048100     .
048200 2200-EXIT.
048300     EXIT.
048400*****************************************************************
048500*  DELETE AN ORDER THAT HAS BEEN SATISFIED OR RELEASED
048600*****************************************************************
048700
048800 2300-DELETE-ORDER.
048900     IF WS-MASTER-FOUND THEN
049000         MOVE DM-BALANCE TO WS-BEFORE-BALANCE
049100         MOVE ZERO       TO WS-AFTER-BALANCE
049200         IF NOT WS-TRIAL-RUN THEN
049300             PERFORM 8800-DELETE-DEDN-MASTER THRU 8800-EXIT
049400         END-IF
049500         ADD +1 TO WS-DELETE-CTR
049600     ELSE
049700         MOVE 'NO MASTER RECORD FOR EMPLOYEE/PRIORITY'
049800             TO WS-ERROR-TEXT
049900         MOVE 'N' TO WS-TRANS-VALID-SWITCH
050000     END-IF
050100
050200     .
050300 2300-EXIT.
050400     EXIT.
050500*****************************************************************
050600*  CARRY THE ORDER TERMS AND PAYEE ONTO THE MASTER RECORD
050700*****************************************************************
050800
050900 2350-MOVE-TRANS-FIELDS.
051000     MOVE TR-DEDUCTION-TYPE  TO DM-DEDUCTION-TYPE
051100     MOVE TR-CALC-METHOD     TO DM-CALC-METHOD
051200     MOVE TR-PERCENT         TO DM-PERCENT
051300     MOVE TR-FLAT-AMT        TO DM-FLAT-AMT
051400     MOVE TR-CAP-AMT         TO DM-CAP-AMT
051500     MOVE TR-STATUS          TO DM-STATUS
051600     MOVE TR-PAYEE-ID        TO DM-PAYEE-ID
051700     MOVE TR-PAYEE-NAME      TO DM-PAYEE-NAME
051800     MOVE TR-CASE-NUMBER     TO DM-CASE-NUMBER
051900
052000     .
052100 2350-EXIT.
052200     EXIT.
052300*****************************************************************
052400*  EDIT ONE TRANSACTION - KEY, ACTION, THEN THE ORDER FIELDS
052500*****************************************************************
052600
052700 2400-EDIT-TRANSACTION.
052800     MOVE 'Y' TO WS-TRANS-VALID-SWITCH
052900     MOVE SPACES TO WS-ERROR-TEXT
053000
053100     IF TR-EMPLOYEE-ID = SPACES THEN
053200         MOVE 'N' TO WS-TRANS-VALID-SWITCH
053300         MOVE 'EMPLOYEE ID MUST NOT BE BLANK'
053400             TO WS-ERROR-TEXT
053500     ELSE
053600     IF TR-PRIORITY IS NOT NUMERIC OR
053700        TR-PRIORITY = ZERO THEN
053800         MOVE 'N' TO WS-TRANS-VALID-SWITCH
053900         MOVE 'PRIORITY MUST BE NUMERIC 01 - 99'
054000             TO WS-ERROR-TEXT
054100     ELSE
054200         IF NOT TR-ADD AND NOT TR-CHANGE AND NOT TR-DELETE
054300             THEN
054400             MOVE 'N' TO WS-TRANS-VALID-SWITCH
054500             MOVE 'ACTION CODE MUST BE A, C, OR D'
054600                 TO WS-ERROR-TEXT
054700         ELSE
054800             IF TR-DELETE THEN
054900                 CONTINUE
055000             ELSE
055100                 PERFORM 2410-EDIT-ORDER-FIELDS THRU 2410-EXIT
055200             END-IF
055300         END-IF
055400     END-IF
055500     END-IF
055600
055700     .
055800 2400-EXIT.
055900     EXIT.
056000*****************************************************************
056100*  EDIT THE TYPE, METHOD, AMOUNTS, STATUS, AND PAYEE
056200*****************************************************************
056300
056400 2410-EDIT-ORDER-FIELDS.
056500     IF TR-401K-PRETAX OR TR-CHILD-SUPPORT OR TR-GARNISHMENT
056600         CONTINUE
056700     ELSE
056800         MOVE 'N' TO WS-TRANS-VALID-SWITCH
056900         MOVE 'DEDUCTION TYPE MUST BE K, C, OR G'
057000             TO WS-ERROR-TEXT
057100     END-IF
057200
057300     IF WS-TRANS-IS-VALID THEN
057400         IF TR-PERCENT-OF-PAY OR TR-FLAT-AMOUNT
057500             CONTINUE
057600         ELSE
057700             MOVE 'N' TO WS-TRANS-VALID-SWITCH
057800             MOVE 'CALCULATION METHOD MUST BE P OR F'
057900                 TO WS-ERROR-TEXT
058000         END-IF
058100     END-IF
058200
058300     IF WS-TRANS-IS-VALID THEN
058400         IF TR-PERCENT IS NOT NUMERIC OR
058500            TR-FLAT-AMT IS NOT NUMERIC OR
058600            TR-CAP-AMT IS NOT NUMERIC OR
058700            TR-BALANCE IS NOT NUMERIC THEN
058800             MOVE 'N' TO WS-TRANS-VALID-SWITCH
058900             MOVE 'PERCENT/AMOUNTS/BALANCE MUST BE NUMERIC'
059000                 TO WS-ERROR-TEXT
059100         END-IF
059200     END-IF
059300
059400     IF WS-TRANS-IS-VALID THEN
059500         IF TR-PERCENT-OF-PAY AND
059600            (TR-PERCENT = ZERO OR
059700             TR-PERCENT > WS-C-MAX-PERCENT) THEN
059800             MOVE 'N' TO WS-TRANS-VALID-SWITCH
059900             MOVE 'PERCENT IS OUTSIDE THE ALLOWED RANGE'
060000                 TO WS-ERROR-TEXT
060100         END-IF
060200         IF TR-FLAT-AMOUNT AND TR-FLAT-AMT = ZERO THEN
060300             MOVE 'N' TO WS-TRANS-VALID-SWITCH
060400             MOVE 'FLAT AMOUNT MUST BE GREATER THAN ZERO'
060500                 TO WS-ERROR-TEXT
060600         END-IF
060700     END-IF
060800
060900     IF WS-TRANS-IS-VALID THEN
061000         IF TR-ADD AND TR-BALANCE = ZERO THEN
061100             MOVE 'N' TO WS-TRANS-VALID-SWITCH
061200             MOVE 'BALANCE MUST BE GREATER THAN ZERO'
061300                 TO WS-ERROR-TEXT
061400         END-IF
061500     END-IF
061600
061700     IF WS-TRANS-IS-VALID THEN
061800         IF TR-ACTIVE OR TR-ON-HOLD
061900             CONTINUE
062000         ELSE
062100             MOVE 'N' TO WS-TRANS-VALID-SWITCH
062200             MOVE 'STATUS MUST BE A OR H'
062300                 TO WS-ERROR-TEXT
062400         END-IF
062500     END-IF
062600
062700     IF WS-TRANS-IS-VALID THEN
062800         IF TR-PAYEE-ID = SPACES OR
062900            TR-PAYEE-NAME = SPACES THEN
063000             MOVE 'N' TO WS-TRANS-VALID-SWITCH
063100             MOVE 'PAYEE ID AND NAME MUST NOT BE BLANK'
063200                 TO WS-ERROR-TEXT
063300         END-IF
063400     END-IF
063500
063600     .
063700 2410-EXIT.
063800     EXIT.
063900*****************************************************************
064000*  WRITE ONE NORMAL AUDIT LINE FOR AN APPLIED TRANSACTION
064100*****************************************************************
064200
064300 2500-WRITE-AUDIT-LINE.
064400     MOVE SPACES            TO WS-AUDIT-DETAIL
064500     MOVE TR-EMPLOYEE-ID    TO WAD-EMPLOYEE-ID
064600     MOVE TR-PRIORITY       TO WAD-PRIORITY
064700     MOVE WS-BEFORE-BALANCE TO WAD-BEFORE-BALANCE
064800     MOVE WS-AFTER-BALANCE  TO WAD-AFTER-BALANCE
064900     EVALUATE TRUE
065000         WHEN TR-ADD     MOVE 'ADD'    TO WAD-ACTION
065100         WHEN TR-CHANGE  MOVE 'CHANGE' TO WAD-ACTION
065200         WHEN TR-DELETE  MOVE 'DELETE' TO WAD-ACTION
065300     END-EVALUATE
065400     MOVE DM-DEDUCTION-TYPE TO WAD-DEDUCTION-TYPE
065500     MOVE DM-PAYEE-NAME     TO WAD-PAYEE-NAME
065600     MOVE DM-CASE-NUMBER    TO WAD-CASE-NUMBER
065700     EVALUATE TRUE
065800         WHEN TR-DELETE
065900             MOVE 'RECORD DELETED' TO WAD-MESSAGE
066000         WHEN TR-CHANGE AND TR-REPLACE-BALANCE
066100             MOVE 'ORDER CHANGED - BALANCE REPLACED'
066200                 TO WAD-MESSAGE
066300         WHEN TR-CHANGE
066400             MOVE 'ORDER CHANGED - BALANCE KEPT'
066500                 TO WAD-MESSAGE
066600         WHEN OTHER
066700             MOVE 'ORDER ADDED' TO WAD-MESSAGE
066800     END-EVALUATE
066900     MOVE WS-AUDIT-DETAIL TO AUDIT-RECORD
067000     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
067100
067200     .
067300 2500-EXIT.
067400     EXIT.
067500*****************************************************************
067600*  WRITE ONE ERROR AUDIT LINE FOR A REJECTED TRANSACTION
067700*****************************************************************
067800
067900 2600-WRITE-ERROR-LINE.
068000     MOVE SPACES            TO WS-AUDIT-DETAIL
068100     MOVE TR-EMPLOYEE-ID    TO WAD-EMPLOYEE-ID
068200     MOVE TR-PRIORITY       TO WAD-PRIORITY
068300     MOVE 'REJECTED'        TO WAD-ACTION
068400     MOVE TR-DEDUCTION-TYPE TO WAD-DEDUCTION-TYPE
068500     MOVE TR-PAYEE-NAME     TO WAD-PAYEE-NAME
068600     MOVE TR-CASE-NUMBER    TO WAD-CASE-NUMBER
068700     MOVE WS-BEFORE-BALANCE TO WAD-BEFORE-BALANCE
068800     MOVE WS-BEFORE-BALANCE TO WAD-AFTER-BALANCE
068900     MOVE WS-ERROR-TEXT     TO WAD-MESSAGE
069000     MOVE WS-AUDIT-DETAIL   TO AUDIT-RECORD
069100     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
069200     ADD +1 TO WS-TRANS-ERROR-CTR
069300
069400     .
069500 2600-EXIT.
069600     EXIT.
069700*****************************************************************
069800*  WRITE THE AUDIT REPORT FOOTER TOTALS
069900*****************************************************************
070000
070100 3000-WRITE-FOOTERS.
070200     MOVE WS-TRANS-IN-CTR    TO WAF-TRANS-CTR
070300     MOVE WS-TRANS-ERROR-CTR TO WAF-ERROR-CTR
070400     MOVE WS-AUDIT-FOOTER    TO AUDIT-RECORD
070500     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
070600
070700     MOVE WS-ADD-CTR         TO WAF2-ADD-CTR
070800     MOVE WS-CHANGE-CTR      TO WAF2-CHANGE-CTR
070900     MOVE WS-DELETE-CTR      TO WAF2-DELETE-CTR
071000     MOVE WS-AUDIT-FOOTER-2  TO AUDIT-RECORD
071100     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
071200
071300     .
071400 3000-EXIT.
071500     EXIT.
071600*****************************************************************
071700*  TERMINATION ROUTINE
071800*****************************************************************
071900
072000 4000-TERMINATE.
072100     CLOSE DEDN-MASTER, TRANS-FILE, AUDIT-REPORT
072200
072300     DISPLAY '*** LAB36...TOTALS ***'
072400     DISPLAY 'TRANSACTIONS READ        : ' WS-TRANS-IN-CTR
072500     DISPLAY 'TRANSACTIONS REJECTED    : ' WS-TRANS-ERROR-CTR
072600     DISPLAY 'ORDERS ADDED             : ' WS-ADD-CTR
072700     DISPLAY 'ORDERS CHANGED           : ' WS-CHANGE-CTR
072800     DISPLAY 'ORDERS DELETED           : ' WS-DELETE-CTR
072900
073000     IF WS-TRIAL-RUN THEN
073100         DISPLAY 'TRIAL RUN - DEDUCTION MASTER NOT UPDATED'
073200         MOVE 4 TO RETURN-CODE
073300     ELSE
073400         MOVE 0 TO RETURN-CODE
073500     END-IF
073600
073700     .
073800 4000-EXIT.
073900     EXIT.
074000*****************************************************************
074100*  READ THE MASTER RECORD FOR THE TRANSACTION KEY
074200*****************************************************************
074300
074400 8000-READ-DEDN-MASTER.
074500     MOVE TR-KEY TO DM-KEY
074600     READ DEDN-MASTER
074700     EVALUATE WS-DEDMAST-STATUS-CODE
074800         WHEN '00'
074900             SET WS-MASTER-FOUND TO TRUE
075000         WHEN '23'
075100             MOVE 'N' TO WS-MASTER-FOUND-SWITCH
075200         WHEN OTHER
075300             MOVE '8000-READ-DEDN-MASTER, ' TO WS-ABORT-MSG-PGRPH
075400             MOVE 'READING DEDN-MASTER, ' TO WS-ABORT-MSG-EDESC
075500             MOVE WS-DEDMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
075600             MOVE 8036 TO RETURN-CODE
075700             PERFORM 9999-ABORT THRU 9999-EXIT
075800     END-EVALUATE
075900
076000     .
076100 8000-EXIT.
076200     EXIT.
076300*****************************************************************
076400*  READ TRANSACTION ROUTINE
076500*****************************************************************
076600
076700 8100-READ-TRANS.
076800     READ TRANS-FILE
076900         AT END
077000             SET WS-TRANS-EOF TO TRUE
077100         NOT AT END
077200             ADD +1 TO WS-TRANS-IN-CTR
077300     END-READ
077400
077500     .
077600 8100-EXIT.
077700     EXIT.
077800*****************************************************************
077900*  WRITE AUDIT REPORT RECORD
078000*****************************************************************
078100
078200 8500-WRITE-AUDIT-RECORD.
078300     WRITE AUDIT-RECORD
078400     IF WS-AUDIT-STATUS-CODE = '00' THEN
078500         CONTINUE
078600     ELSE
078700         MOVE '8500-WRITE-AUDIT-RECORD, ' TO WS-ABORT-MSG-PGRPH
078800         MOVE 'WRITING TO AUDIT-REPORT, ' TO WS-ABORT-MSG-EDESC
078900         MOVE WS-AUDIT-STATUS-CODE TO WS-ABORT-MSG-SYSRC
079000         MOVE 8536 TO RETURN-CODE
079100         PERFORM 9999-ABORT THRU 9999-EXIT
079200     END-IF
079300
079400     .
079500 8500-EXIT.
079600     EXIT.
079700*****************************************************************
079800*  ADD A RECORD TO THE DEDUCTION MASTER
079900*****************************************************************
080000
080100 8600-WRITE-DEDN-MASTER.
080200     WRITE DEDN-MASTER-RECORD
080300     IF WS-DEDMAST-STATUS-CODE = '00' THEN
080400         CONTINUE
080500     ELSE
080600         MOVE '8600-WRITE-DEDN-MASTER, ' TO WS-ABORT-MSG-PGRPH
080700         MOVE 'WRITING TO DEDN-MASTER, ' TO WS-ABORT-MSG-EDESC
080800         MOVE WS-DEDMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
080900         MOVE 8636 TO RETURN-CODE
081000         PERFORM 9999-ABORT THRU 9999-EXIT
081100     END-IF
081200
081300     .
081400 8600-EXIT.
081500     EXIT.
081600*****************************************************************
081700*  REPLACE A RECORD ON THE DEDUCTION MASTER
081800*****************************************************************
081900
082000 8700-REWRITE-DEDN-MASTER.
082100     REWRITE DEDN-MASTER-RECORD
082200     IF WS-DEDMAST-STATUS-CODE = '00' THEN
082300         CONTINUE
082400     ELSE
082500         MOVE '8700-REWRITE-DEDN-MASTER, ' TO WS-ABORT-MSG-PGRPH
082600         MOVE 'REWRITING DEDN-MASTER, ' TO WS-ABORT-MSG-EDESC
082700         MOVE WS-DEDMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
082800         MOVE 8736 TO RETURN-CODE
082900         PERFORM 9999-ABORT THRU 9999-EXIT
083000     END-IF
083100
083200     .
083300 8700-EXIT.
083400     EXIT.
083500*****************************************************************
083600*  REMOVE A RECORD FROM THE DEDUCTION MASTER
083700*****************************************************************
083800
083900 8800-DELETE-DEDN-MASTER.
084000     DELETE DEDN-MASTER RECORD
084100     IF WS-DEDMAST-STATUS-CODE = '00' THEN
084200         CONTINUE
084300     ELSE
084400         MOVE '8800-DELETE-DEDN-MASTER, ' TO WS-ABORT-MSG-PGRPH
084500         MOVE 'DELETING DEDN-MASTER, ' TO WS-ABORT-MSG-EDESC
084600         MOVE WS-DEDMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
084700         MOVE 8836 TO RETURN-CODE
084800         PERFORM 9999-ABORT THRU 9999-EXIT
084900     END-IF
085000
085100     .
085200 8800-EXIT.
085300     EXIT.
085400*****************************************************************
085500*  MAJOR ERROR HANDLING ROUTINE
085600*****************************************************************
085700
085800 9999-ABORT.
085900     MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY
086000     DISPLAY 'PROGRAM: LAB36, ', WS-ABORT-MSG-STRING, ', RC='
086100         WS-RETURN-CODE-DISPLAY
086200     DIVIDE 1 BY WS-ABORT-TRIGGER GIVING WS-ABORT-CODE
086300
086400     .
086500 9999-EXIT.
086600     EXIT.
086700*****************************************************************
086800*  PHYSICAL END OF PROGRAM
086900*****************************************************************
