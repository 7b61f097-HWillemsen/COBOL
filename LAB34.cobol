000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB34.
000300 AUTHOR.        SUZI Q.
000400 DATE-WRITTEN.  OCTOBER 2026.
000500 DATE-COMPILED.
000600*****************************************************************
000700*
000800*-------------P R O G R A M  D E S C R I P T I O N--------------*
000900*
001000*    ----------------- LAB34 -----------------------
001100*
001200*    PURPOSE  THIS PROGRAM MAINTAINS THE LOCALITY INCOME TAX
001300*    =======  TABLE (LOCLTAX) LAB20 USES TO WITHHOLD CITY,
001400*                COUNTY AND SCHOOL-DISTRICT TAX.  IT APPLIES
001500*                ADD/CHANGE/DELETE TRANSACTIONS AGAINST THE
001600*                OLD LOCALITY MASTER AND WRITES A NEW MASTER,
001700*                WITH THE SAME EDIT-AND-AUDIT DISCIPLINE LAB15
001800*                GIVES THE STATE TAX TABLE - EVERY TRANSACTION
001900*                IS EDITED AND A BEFORE/AFTER AUDIT LISTING IS
002000*                PRINTED.
002100*
002200*    NOTE:    THIS PROGRAM USES A STANDARD SEQUENTIAL
002300*    =====    OLD-MASTER/TRANSACTION MATCH-MERGE.  THE MASTER
002400*             CARRIES ONE RECORD PER LOCALITY PER EFFECTIVE
002500*             DATE (LOCALITY/EFFECTIVE-DATE SEQUENCE), SO A
002600*             NEW RATE CAN BE LOADED AHEAD OF THE RUN THAT
002700*             FIRST WITHHOLDS WITH IT.  THE TRANSACTIONS MUST
002800*             ARRIVE IN THE SAME SEQUENCE.
002900*
003000*    INPUT   OLD-MASTER      LOCLTAX  (CURRENT LOCALITY TABLE)
003100*    =====   TRANS-FILE      LOCTRAN  (ADD/CHANGE/DELETE TRANS)
003200*            LS-RUN-MODE     'T' = TRIAL RUN (PARM) - THE FULL
003300*                            MATCH-MERGE AND AUDIT LISTING RUN,
003400*                            BUT NEWLOCL IS A PROPOSAL ONLY AND
003500*                            THE STEP ENDS RC 4 SO THE SCHEDULER
003600*                            SKIPS THE PROMOTE STEP.
003700*
003800*    PROCESS 1. READ THE FIRST OLD MASTER AND TRANSACTION.
003900*    ======= 2. MATCH TRANSACTIONS AGAINST THE MASTER BY
004000*               LOCALITY CODE AND EFFECTIVE DATE.
004100*            3. EDIT EACH TRANSACTION BEFORE APPLYING IT.
004200*            4. WRITE THE NEW MASTER AND THE AUDIT LISTING.
004300*
004400*    OUTPUT  NEW-MASTER      NEWLOCL  (UPDATED LOCALITY TABLE)
004500*    ======  AUDIT-REPORT    LOCAUDIT (BEFORE/AFTER AUDIT LIST)
004600*
004700*    CALLING PROGRAM(S)  :   NONE
004800*
004900*    CALLED  PROGRAM(S)  :   NONE
005000*
005100*---------------------------------------------------------------*
005200*                 UPDATE LOG
005300*---------------------------------------------------------------*
005400*
005500* PERSON  PROJECT   DATE      DESCRIPTION          PROGRAM   VER*
005600* ------  --------  --------  -------------------  -------   ---*
005700* SUZI Q  PAYROLL   10/15/26  INITIAL VERSION       LAB34     000*
005800*****************************************************************
005900*
006000*****************************************************************
006100*         E N V I R O N M E N T     D I V I S I O N
006200*****************************************************************
006300 ENVIRONMENT DIVISION.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT OLD-MASTER     ASSIGN TO LOCLTAX
006700            FILE STATUS IS WS-OLDMAST-STATUS-CODE.
006800     SELECT TRANS-FILE     ASSIGN TO LOCTRAN
006900            FILE STATUS IS WS-TRANS-STATUS-CODE.
007000     SELECT NEW-MASTER     ASSIGN TO NEWLOCL
007100            FILE STATUS IS WS-NEWMAST-STATUS-CODE.
007200     SELECT AUDIT-REPORT   ASSIGN TO LOCAUDIT
007300            FILE STATUS IS WS-AUDIT-STATUS-CODE.
007400*****************************************************************
007500*                  D A T A     D I V I S I O N
007600*****************************************************************
007700 DATA DIVISION.
007800 FILE SECTION.
007900*****************************************************************
008000*    OLD-MASTER                                     INPUT
008100*****************************************************************
008200 FD  OLD-MASTER
008300     RECORDING F
008400     RECORD CONTAINS 80 CHARACTERS
008500     BLOCK CONTAINS 0 RECORDS.
008600
008700 COPY LOCLCMP REPLACING
008800     LT-RECORD              BY  OLD-MASTER-RECORD
008900     LT-KEY                 BY  OM-KEY
009000     LT-LOCALITY-CODE       BY  OM-LOCALITY-CODE
009100     LT-EFFECTIVE-DATE      BY  OM-EFFECTIVE-DATE
009200     LT-LOCALITY-NAME       BY  OM-LOCALITY-NAME
009300     LT-STATE-CODE          BY  OM-STATE-CODE
009400     LT-LOCALITY-TYPE       BY  OM-LOCALITY-TYPE
009500     LT-CITY                BY  OM-CITY
009600     LT-COUNTY              BY  OM-COUNTY
009700     LT-SCHOOL-DISTRICT     BY  OM-SCHOOL-DISTRICT
009800     LT-TAX-RATE            BY  OM-TAX-RATE.
009900
010000*****************************************************************
010100*    TRANS-FILE                                     INPUT
010200*****************************************************************
010300 FD  TRANS-FILE
010400     RECORDING F
010500     RECORD CONTAINS 50 CHARACTERS
010600     BLOCK CONTAINS 0 RECORDS.
010700
010800 01  TRANS-RECORD.
010900     05  TR-KEY.
011000         10  TR-LOCALITY-CODE    PIC X(04).
011100         10  TR-EFFECTIVE-DATE   PIC 9(08).
011200*                         YYYYMMDD THE RATE ON THIS
011300*                         TRANSACTION TAKES EFFECT
011400     05  TR-ACTION-CODE          PIC X(01).
011500         88  TR-ADD                      VALUE 'A'.
011600         88  TR-CHANGE                   VALUE 'C'.
011700         88  TR-DELETE                   VALUE 'D'.
011800     05  TR-LOCALITY-NAME        PIC X(20).
011900     05  TR-STATE-CODE           PIC X(02).
012000     05  TR-LOCALITY-TYPE        PIC X(01).
012100         88  TR-CITY                     VALUE 'C'.
012200         88  TR-COUNTY                   VALUE 'K'.
012300         88  TR-SCHOOL-DISTRICT          VALUE 'S'.
012400     05  TR-TAX-RATE             PIC V9(06).
012500     05  FILLER                  PIC X(08).
012600
012700*****************************************************************
012800*    NEW-MASTER                                     OUTPUT
012900*****************************************************************
013000 FD  NEW-MASTER
013100     RECORDING F
013200     RECORD CONTAINS 80 CHARACTERS
013300     BLOCK CONTAINS 0 RECORDS.
013400
013500 COPY LOCLCMP REPLACING
013600     LT-RECORD              BY  NEW-MASTER-RECORD
013700     LT-KEY                 BY  NM-KEY
013800     LT-LOCALITY-CODE       BY  NM-LOCALITY-CODE
013900     LT-EFFECTIVE-DATE      BY  NM-EFFECTIVE-DATE
014000     LT-LOCALITY-NAME       BY  NM-LOCALITY-NAME
014100     LT-STATE-CODE          BY  NM-STATE-CODE
014200     LT-LOCALITY-TYPE       BY  NM-LOCALITY-TYPE
014300     LT-CITY                BY  NM-CITY
014400     LT-COUNTY              BY  NM-COUNTY
014500     LT-SCHOOL-DISTRICT     BY  NM-SCHOOL-DISTRICT
014600     LT-TAX-RATE            BY  NM-TAX-RATE.
014700
014800*****************************************************************
014900*    AUDIT-REPORT                                   OUTPUT
015000*****************************************************************
015100 FD  AUDIT-REPORT
015200     RECORDING F
015300     RECORD CONTAINS 133 CHARACTERS
015400     BLOCK CONTAINS 0 RECORDS.
015500
015600 01  AUDIT-RECORD.
015700     05  FILLER                  PIC X(133).
015800*****************************************************************
015900*    W O R K I N G - S T O R A G E
016000*****************************************************************
016100 WORKING-STORAGE SECTION.
016200
016300 01  WS-START-OF-WORKING-STORAGE.
016400     05 WS-START-OF-WS-MARKER           PIC X(37)
016500        VALUE 'LAB34 WORKING STORAGE BEGINS HERE'.
016600***********************
016700*  CONSTANTS          *
016800***********************
016900
017000 01  WS-CONSTANTS.
017100*************** NO LOCALITY IN THE COUNTRY LEVIES MORE THAN 10%
017200*************** ON WAGES - ANYTHING HIGHER IS A KEYING ERROR.
017300     05  WS-C-MIN-RATE           PIC V9(06)     VALUE .000000.
017400     05  WS-C-MAX-RATE           PIC V9(06)     VALUE .100000.
017500
017600***********************
017700*  ERROR CODES        *
017800***********************
017900
018000 01  WS-ERROR-CODES.
018100     05  WS-OLDMAST-STATUS-CODE  PIC X(2)  VALUE '**'.
018200     05  WS-TRANS-STATUS-CODE    PIC X(2)  VALUE '**'.
018300     05  WS-NEWMAST-STATUS-CODE  PIC X(2)  VALUE '**'.
018400     05  WS-AUDIT-STATUS-CODE    PIC X(2)  VALUE '**'.
018500     05  WS-ABORT-TRIGGER        PIC S9(1) VALUE 0.
018600     05  WS-ABORT-CODE           PIC S9(1).
018700     05  WS-RETURN-CODE-DISPLAY  PIC S9(5) COMP-3.
018800
018900***********************
019000*  MESSAGE STRINGS    *
019100***********************
019200
019300 01  WS-ABORT-MSG-STRING.
019400     05  WS-ABORT-MSG-ERRLB      PIC X(06) VALUE 'ERROR '.
019500     05  WS-ABORT-MSG-EDESC      PIC X(28).
019600     05  WS-ABORT-MSG-IN         PIC X(14) VALUE ' IN PARAGRAPH '.
019700     05  WS-ABORT-MSG-PGRPH      PIC X(28).
019800     05  WS-ABORT-MSG-RCLBL      PIC X(08) VALUE 'SYS RC: '.
019900     05  WS-ABORT-MSG-SYSRC      PIC X(02).
020000
020100***********************
020200*  SWITCHES           *
020300***********************
020400
020500 01  SWITCHES.
020600     05  WS-OLDMAST-SWITCH       PIC X(01) VALUE 'N'.
020700         88  WS-OLDMAST-EOF                VALUE 'Y'.
020800     05  WS-TRANS-SWITCH         PIC X(01) VALUE 'N'.
020900         88  WS-TRANS-EOF                  VALUE 'Y'.
021000     05  WS-TRANS-VALID-SWITCH   PIC X(01) VALUE 'Y'.
021100         88  WS-TRANS-IS-VALID             VALUE 'Y'.
021200     05  WS-PENDING-SWITCH       PIC X(01) VALUE 'N'.
021300         88  WS-MASTER-PENDING             VALUE 'Y'.
021400     05  WS-PENDING-DELETED-SW   PIC X(01) VALUE 'N'.
021500         88  WS-PENDING-DELETED            VALUE 'Y'.
021600     05  WS-PENDING-OLDMAST-SW   PIC X(01) VALUE 'N'.
021700         88  WS-PENDING-FROM-OLDMAST       VALUE 'Y'.
021800     05  WS-RUN-MODE-SWITCH      PIC X(01) VALUE ' '.
021900         88  WS-TRIAL-RUN                  VALUE 'T'.
022000
022100***********************
022200*  ACCUMULATORS       *
022300***********************
022400
022500 01  ACCUMULATORS.
022600     05  WS-MASTER-IN-CTR        PIC S9(05) COMP-3 VALUE +0.
022700     05  WS-MASTER-OUT-CTR       PIC S9(05) COMP-3 VALUE +0.
022800     05  WS-TRANS-IN-CTR         PIC S9(05) COMP-3 VALUE +0.
022900     05  WS-TRANS-ERROR-CTR      PIC S9(05) COMP-3 VALUE +0.
023000     05  WS-ADD-CTR              PIC S9(05) COMP-3 VALUE +0.
023100     05  WS-CHANGE-CTR           PIC S9(05) COMP-3 VALUE +0.
023200     05  WS-DELETE-CTR           PIC S9(05) COMP-3 VALUE +0.
023300
023400***********************
023500*  WORKING VALUES     *
023600***********************
023700
023800 01  WS-WORKING-VALUES.
023900     05  WS-BEFORE-RATE          PIC V9(06) VALUE 0.
024000     05  WS-ERROR-TEXT           PIC X(40)  VALUE SPACES.
024100*************** MATCH KEY OF THE HELD MASTER BUFFER - LOCALITY
024200*************** CODE PLUS EFFECTIVE DATE, AS ON TR-KEY
024300     05  WS-PENDING-KEY          PIC X(12)  VALUE SPACES.
024400
024500***********************
024600*  RECORD LAYOUTS     *
024700***********************
024800
024900 01  WS-AUDIT-HEADER-1.
025000     05 WAH1-ASA-CODE            PIC X(01) VALUE '1'.
025100     05 WAH1-TITLE               PIC X(45) VALUE
025200                  'LOCALITY TAX TABLE MAINTENANCE AUDIT LIST'.
025300     05 WAH1-MODE                PIC X(34) VALUE SPACES.
025400     05 WAH1-FILLER              PIC X(53) VALUE SPACES.
025500
025600 01  WS-AUDIT-HEADER-2.
025700     05 WAH2-ASA-CODE            PIC X(01) VALUE '-'.
025800     05 WAH2-LOCALITY-LABEL      PIC X(08) VALUE 'LOCALITY'.
025900     05 WAH2-COL-DIV-0           PIC X(03) VALUE SPACES.
026000     05 WAH2-EFFDT-LABEL         PIC X(08) VALUE 'EFF DATE'.
026100     05 WAH2-COL-DIV-1           PIC X(03) VALUE SPACES.
026200     05 WAH2-ACTION-LABEL        PIC X(06) VALUE 'ACTION'.
026300     05 WAH2-COL-DIV-2           PIC X(05) VALUE SPACES.
026400     05 WAH2-NAME-LABEL          PIC X(20) VALUE
026410                           'TAXING AUTHORITY'.
026500     05 WAH2-COL-DIV-3           PIC X(02) VALUE SPACES.
026600     05 WAH2-STATE-LABEL         PIC X(02) VALUE 'ST'.
026700     05 WAH2-COL-DIV-4           PIC X(02) VALUE SPACES.
026800     05 WAH2-TYPE-LABEL          PIC X(04) VALUE 'TYPE'.
026900     05 WAH2-COL-DIV-5           PIC X(02) VALUE SPACES.
027000     05 WAH2-BEFORE-LABEL        PIC X(11) VALUE 'BEFORE RATE'.
027100     05 WAH2-COL-DIV-6           PIC X(03) VALUE SPACES.
027200     05 WAH2-AFTER-LABEL         PIC X(10) VALUE 'AFTER RATE'.
027300     05 WAH2-COL-DIV-7           PIC X(03) VALUE SPACES.
027400     05 WAH2-MESSAGE-LABEL       PIC X(07) VALUE 'MESSAGE'.
027500     05 WAH2-FILLER              PIC X(33) VALUE SPACES.
027600
027700 01  WS-AUDIT-DETAIL.
027800     05 WAD-ASA-CODE             PIC X(01) VALUE SPACES.
027900     05 WAD-LOCALITY-CODE        PIC X(04).
028000     05 WAD-COL-DIV-0            PIC X(07) VALUE SPACES.
028100     05 WAD-EFF-DATE             PIC 9(08).
028200     05 WAD-COL-DIV-1            PIC X(03) VALUE SPACES.
028300     05 WAD-ACTION               PIC X(08).
028400     05 WAD-COL-DIV-2            PIC X(03) VALUE SPACES.
028500     05 WAD-LOCALITY-NAME        PIC X(20).
028600     05 WAD-COL-DIV-3            PIC X(02) VALUE SPACES.
028700     05 WAD-STATE-CODE           PIC X(02).
028800     05 WAD-COL-DIV-4            PIC X(03) VALUE SPACES.
028900     05 WAD-LOCALITY-TYPE        PIC X(01).
029000     05 WAD-COL-DIV-5            PIC X(04) VALUE SPACES.
029100     05 WAD-BEFORE-RATE          PIC .999999.
029200     05 WAD-COL-DIV-6            PIC X(07) VALUE SPACES.
029300     05 WAD-AFTER-RATE           PIC .999999.
029400     05 WAD-COL-DIV-7            PIC X(06) VALUE SPACES.
029500     05 WAD-MESSAGE              PIC X(40).
029700
029800 01  WS-AUDIT-FOOTER.
029900     05 WAF-ASA-CODE             PIC X(01) VALUE '-'.
030000     05 WAF-LINE-1               PIC X(20) VALUE
030100                                 'RECORDS READ  (OLD):'.
030200     05 WAF-OLD-CTR              PIC ZZ,ZZ9.
030300     05 WAF-FILLER1              PIC X(05) VALUE SPACES.
030400     05 WAF-LINE-2               PIC X(20) VALUE
030500                                 'TRANSACTIONS READ  :'.
030600     05 WAF-TRANS-CTR            PIC ZZ,ZZ9.
030700     05 WAF-FILLER2              PIC X(05) VALUE SPACES.
030800     05 WAF-LINE-3               PIC X(20) VALUE
030900                                 'TRANSACTIONS BAD   :'.
031000     05 WAF-ERROR-CTR            PIC ZZ,ZZ9.
031100     05 WAF-FILLER3              PIC X(56) VALUE SPACES.
031200
031300 01  WS-AUDIT-FOOTER-2.
031400     05 WAF2-ASA-CODE            PIC X(01) VALUE ' '.
031500     05 WAF2-LINE-1              PIC X(20) VALUE
031600                                 'ADDS:    '.
031700     05 WAF2-ADD-CTR             PIC ZZ,ZZ9.
031800     05 WAF2-FILLER1             PIC X(05) VALUE SPACES.
031900     05 WAF2-LINE-2              PIC X(20) VALUE
032000                                 'CHANGES: '.
032100     05 WAF2-CHANGE-CTR          PIC ZZ,ZZ9.
032200     05 WAF2-FILLER2             PIC X(05) VALUE SPACES.
032300     05 WAF2-LINE-3              PIC X(20) VALUE
032400                                 'DELETES: '.
032500     05 WAF2-DELETE-CTR          PIC ZZ,ZZ9.
032600     05 WAF2-FILLER3             PIC X(77) VALUE SPACES.
032700
032800 01  WS-END-OF-WORKING-STORAGE.
032900     05 WS-END-OF-WS-MARKER      PIC X(35) VALUE
033000        'LAB34 WORKING STORAGE ENDS HERE'.
033100*****************************************************************
033200*          L I N K A G E
033300*****************************************************************
033400
033500 LINKAGE SECTION.
033600
033700 01  LS-RUN-MODE                 PIC X(01).
033800*                         'T' RUNS THE MAINTENANCE AS A TRIAL -
033900*                         FULL MERGE AND AUDIT LISTING, BUT THE
034000*                         STEP ENDS RC 4 SO NEWLOCL IS NOT
034100*                         PROMOTED.  OMITTED OR BLANK = LIVE.
034200
034300*****************************************************************
034400*          P R O C E D U R E     D I V I S I O N
034500*****************************************************************
034600
034700 PROCEDURE DIVISION USING OPTIONAL LS-RUN-MODE.
034800 0000-MAINLINE.
034900     PERFORM 1000-INITIALIZATION THRU 1000-EXIT
035000     PERFORM 2000-MERGE-MASTER   THRU 2000-EXIT
035100         UNTIL WS-OLDMAST-EOF AND WS-TRANS-EOF
035200     IF WS-MASTER-PENDING THEN
035300         PERFORM 2150-FLUSH-PENDING-MASTER THRU 2150-EXIT
035400     END-IF
035500     PERFORM 3000-WRITE-FOOTERS  THRU 3000-EXIT
035600     PERFORM 4000-TERMINATE      THRU 4000-EXIT
035700     GOBACK
035800
035900     .
036000*****************************************************************
036100*  INITIALIZATION ROUTINE
036200*****************************************************************
036300
036400 1000-INITIALIZATION.
036500     OPEN INPUT  OLD-MASTER
036600     IF WS-OLDMAST-STATUS-CODE = '00' THEN
036700         CONTINUE
036800     ELSE
036900         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
037000         MOVE 'OPENING OLD-MASTER, ' TO WS-ABORT-MSG-EDESC
037100         MOVE WS-OLDMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
037200         MOVE 3401 TO RETURN-CODE
037300         PERFORM 9999-ABORT THRU 9999-EXIT
037400     END-IF
037500
037600     OPEN INPUT  TRANS-FILE
037700     IF WS-TRANS-STATUS-CODE = '00' THEN
037800         CONTINUE
037900     ELSE
038000         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
038100         MOVE 'OPENING TRANS-FILE, ' TO WS-ABORT-MSG-EDESC
038200         MOVE WS-TRANS-STATUS-CODE TO WS-ABORT-MSG-SYSRC
038300         MOVE 3402 TO RETURN-CODE
038400         PERFORM 9999-ABORT THRU 9999-EXIT
038500     END-IF
038600
038700     OPEN OUTPUT NEW-MASTER
038800     IF WS-NEWMAST-STATUS-CODE = '00' THEN
038900         CONTINUE
039000     ELSE
039100         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
039200         MOVE 'OPENING NEW-MASTER, ' TO WS-ABORT-MSG-EDESC
039300         MOVE WS-NEWMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
039400         MOVE 3403 TO RETURN-CODE
039500         PERFORM 9999-ABORT THRU 9999-EXIT
039600     END-IF
039700
039800     OPEN OUTPUT AUDIT-REPORT
039900     IF WS-AUDIT-STATUS-CODE = '00' THEN
040000         CONTINUE
040100     ELSE
040200         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
040300         MOVE 'OPENING AUDIT-REPORT, ' TO WS-ABORT-MSG-EDESC
040400         MOVE WS-AUDIT-STATUS-CODE TO WS-ABORT-MSG-SYSRC
040500         MOVE 3404 TO RETURN-CODE
040600         PERFORM 9999-ABORT THRU 9999-EXIT
040700     END-IF
040800
040900     IF LS-RUN-MODE IS OMITTED
041000         CONTINUE
041100     ELSE
041200         MOVE LS-RUN-MODE TO WS-RUN-MODE-SWITCH
041300     END-IF
041400     IF WS-TRIAL-RUN THEN
041500         MOVE ' ** TRIAL - MASTER NOT REPLACED **'
041600             TO WAH1-MODE
041700     END-IF
041800     MOVE WS-AUDIT-HEADER-1 TO AUDIT-RECORD
041900     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
042000     MOVE WS-AUDIT-HEADER-2 TO AUDIT-RECORD
042100     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
042200
042300     PERFORM 8000-READ-OLD-MASTER THRU 8000-EXIT
042400     PERFORM 8100-READ-TRANS      THRU 8100-EXIT
042500
042600     .
042700 1000-EXIT.
042800     EXIT.
042900*****************************************************************
043000*  MERGE OLD MASTER WITH TRANSACTIONS
043100*****************************************************************
043200
043300 2000-MERGE-MASTER.
043400     EVALUATE TRUE
043500         WHEN WS-MASTER-PENDING AND NOT WS-TRANS-EOF
043600             AND TR-KEY = WS-PENDING-KEY
043700             PERFORM 2300-PROCESS-MATCHED-TRANS THRU 2300-EXIT
043800         WHEN WS-MASTER-PENDING
043900             PERFORM 2150-FLUSH-PENDING-MASTER THRU 2150-EXIT
044000         WHEN WS-TRANS-EOF
044100             PERFORM 2100-KEEP-MASTER THRU 2100-EXIT
044200         WHEN WS-OLDMAST-EOF
044300             PERFORM 2200-PROCESS-TRANS-ONLY THRU 2200-EXIT
044400         WHEN OM-KEY < TR-KEY
044500             PERFORM 2100-KEEP-MASTER THRU 2100-EXIT
044600         WHEN OM-KEY > TR-KEY
044700             PERFORM 2200-PROCESS-TRANS-ONLY THRU 2200-EXIT
044800         WHEN OTHER
044900             MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
045000             SET WS-MASTER-PENDING TO TRUE
045100             MOVE 'Y' TO WS-PENDING-OLDMAST-SW
045200             MOVE NM-KEY            TO WS-PENDING-KEY
045300             PERFORM 2300-PROCESS-MATCHED-TRANS THRU 2300-EXIT
045400     END-EVALUATE
045500
045600     .
045700 2000-EXIT.
045800     EXIT.
045900*****************************************************************
046000*  WRITE THE HELD MASTER BUFFER AND ADVANCE AS NEEDED
046100*****************************************************************
046200
046300 2150-FLUSH-PENDING-MASTER.
046400     IF NOT WS-PENDING-DELETED THEN
046500         PERFORM 8600-WRITE-NEW-MASTER THRU 8600-EXIT
046600     END-IF
046700     IF WS-PENDING-FROM-OLDMAST THEN
046800         PERFORM 8000-READ-OLD-MASTER THRU 8000-EXIT
046900     END-IF
047000     MOVE 'N' TO WS-PENDING-SWITCH
047100     MOVE 'N' TO WS-PENDING-DELETED-SW
047200     MOVE 'N' TO WS-PENDING-OLDMAST-SW
047300
047400     .
047500 2150-EXIT.
047600     EXIT.
047700*****************************************************************
047800*  WRITE A MASTER RECORD THROUGH UNCHANGED, NO MATCHING TRANS
047900*****************************************************************
048000
048100 2100-KEEP-MASTER.
048200     MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
048300     PERFORM 8600-WRITE-NEW-MASTER THRU 8600-EXIT
048400     PERFORM 8000-READ-OLD-MASTER  THRU 8000-EXIT
048500
048600     .
048700 2100-EXIT.
048800     EXIT.
048900*****************************************************************
049000*  TRANSACTION WITH NO MATCHING MASTER RECORD - MUST BE AN ADD
049100*****************************************************************
049200
049300 2200-PROCESS-TRANS-ONLY.
049400     MOVE ZERO TO WS-BEFORE-RATE
049500     INITIALIZE NEW-MASTER-RECORD
049600     PERFORM 2400-EDIT-TRANSACTION THRU 2400-EXIT
049700     IF WS-TRANS-IS-VALID THEN
049800         IF TR-ADD THEN
049900             MOVE TR-LOCALITY-CODE   TO NM-LOCALITY-CODE
050000             MOVE TR-EFFECTIVE-DATE  TO NM-EFFECTIVE-DATE
050100             PERFORM 2350-MOVE-TRANS-FIELDS THRU 2350-EXIT
050200             MOVE TR-KEY             TO WS-PENDING-KEY
050300             SET WS-MASTER-PENDING TO TRUE
050400             MOVE 'N' TO WS-PENDING-OLDMAST-SW
050500             ADD +1 TO WS-ADD-CTR
050600             PERFORM 2500-WRITE-AUDIT-LINE THRU 2500-EXIT
050700         ELSE
050800             MOVE 'NO MASTER RECORD FOR LOCALITY/DATE'
050900                 TO WS-ERROR-TEXT
051000             MOVE 'N' TO WS-TRANS-VALID-SWITCH
051100             PERFORM 2600-WRITE-ERROR-LINE THRU 2600-EXIT
051200         END-IF
051300     ELSE
051400         PERFORM 2600-WRITE-ERROR-LINE THRU 2600-EXIT
051500     END-IF
051600     PERFORM 8100-READ-TRANS THRU 8100-EXIT
051700
051800     .
051900 2200-EXIT.
052000     EXIT.
052100*****************************************************************
052200*  TRANSACTION MATCHES OR CONTINUES A HELD MASTER BUFFER
052300*****************************************************************
052400
052500 2300-PROCESS-MATCHED-TRANS.
052600     MOVE NM-TAX-RATE TO WS-BEFORE-RATE
052700     PERFORM 2400-EDIT-TRANSACTION THRU 2400-EXIT
052800     IF WS-TRANS-IS-VALID THEN
052900         EVALUATE TRUE
053000             WHEN TR-ADD
053100                 MOVE 'LOCALITY/DATE ALREADY ON THE MASTER'
053200                     TO WS-ERROR-TEXT
053300                 MOVE 'N' TO WS-TRANS-VALID-SWITCH
053400                 PERFORM 2600-WRITE-ERROR-LINE THRU 2600-EXIT
053500             WHEN TR-CHANGE
053600                 PERFORM 2350-MOVE-TRANS-FIELDS THRU 2350-EXIT
053700                 MOVE 'N' TO WS-PENDING-DELETED-SW
053800                 ADD +1 TO WS-CHANGE-CTR
053900                 PERFORM 2500-WRITE-AUDIT-LINE THRU 2500-EXIT
054000             WHEN TR-DELETE
054100                 SET WS-PENDING-DELETED TO TRUE
054200                 ADD +1 TO WS-DELETE-CTR
054300                 PERFORM 2500-WRITE-AUDIT-LINE THRU 2500-EXIT
054400         END-EVALUATE
054500     ELSE
054600         PERFORM 2600-WRITE-ERROR-LINE THRU 2600-EXIT
054700     END-IF
054800     PERFORM 8100-READ-TRANS      THRU 8100-EXIT
054900
055000     .
055100 2300-EXIT.
055200     EXIT.
055300*****************************************************************
055400*  CARRY THE DESCRIPTIVE FIELDS AND RATE ONTO THE HELD BUFFER
055500*****************************************************************
055600
055700 2350-MOVE-TRANS-FIELDS.
055800     MOVE TR-LOCALITY-NAME   TO NM-LOCALITY-NAME
055900     MOVE TR-STATE-CODE      TO NM-STATE-CODE
056000     MOVE TR-LOCALITY-TYPE   TO NM-LOCALITY-TYPE
056100     MOVE TR-TAX-RATE        TO NM-TAX-RATE
056200
056300     .
056400 2350-EXIT.
056500     EXIT.
056600*****************************************************************
056700*  EDIT ONE TRANSACTION - KEY, ACTION, THEN THE TABLE FIELDS
056800*****************************************************************
056900
057000 2400-EDIT-TRANSACTION.
057100     MOVE 'Y' TO WS-TRANS-VALID-SWITCH
057200     MOVE SPACES TO WS-ERROR-TEXT
057300
057400     IF TR-LOCALITY-CODE = SPACES THEN
057500         MOVE 'N' TO WS-TRANS-VALID-SWITCH
057600         MOVE 'LOCALITY CODE MUST NOT BE BLANK'
057700             TO WS-ERROR-TEXT
057800     ELSE
057900     IF TR-EFFECTIVE-DATE IS NOT NUMERIC OR
058000        TR-EFFECTIVE-DATE = ZERO THEN
058100         MOVE 'N' TO WS-TRANS-VALID-SWITCH
058200         MOVE 'EFFECTIVE DATE MUST BE NUMERIC YYYYMMDD'
058300             TO WS-ERROR-TEXT
058400     ELSE
058500         IF NOT TR-ADD AND NOT TR-CHANGE AND NOT TR-DELETE
058600             THEN
058700             MOVE 'N' TO WS-TRANS-VALID-SWITCH
058800             MOVE 'ACTION CODE MUST BE A, C, OR D'
058900                 TO WS-ERROR-TEXT
059000         ELSE
059100             IF TR-DELETE THEN
059200                 CONTINUE
059300             ELSE
059400                 PERFORM 2410-EDIT-TABLE-FIELDS THRU 2410-EXIT
059500             END-IF
059600         END-IF
059700     END-IF
059800     END-IF
059900
060000     .
060100 2400-EXIT.
060200     EXIT.
060300*****************************************************************
060400*  EDIT THE AUTHORITY NAME, STATE, LOCALITY TYPE, AND RATE
060500*****************************************************************
060600
060700 2410-EDIT-TABLE-FIELDS.
060800     IF TR-LOCALITY-NAME = SPACES THEN
060900         MOVE 'N' TO WS-TRANS-VALID-SWITCH
061000         MOVE 'TAXING AUTHORITY NAME MUST NOT BE BLANK'
061100             TO WS-ERROR-TEXT
061200     END-IF
061300
061400     IF WS-TRANS-IS-VALID THEN
061500         IF TR-STATE-CODE (1:1) IS NOT ALPHABETIC OR
061600            TR-STATE-CODE (2:1) IS NOT ALPHABETIC OR
061700            TR-STATE-CODE = SPACES THEN
061800             MOVE 'N' TO WS-TRANS-VALID-SWITCH
061900             MOVE 'STATE CODE MUST BE 2 ALPHABETIC CHARS'
062000                 TO WS-ERROR-TEXT
062100         END-IF
062200     END-IF
062300
062400     IF WS-TRANS-IS-VALID THEN
062500         IF TR-CITY OR TR-COUNTY OR TR-SCHOOL-DISTRICT
062600             CONTINUE
062700         ELSE
062800             MOVE 'N' TO WS-TRANS-VALID-SWITCH
062900             MOVE 'LOCALITY TYPE MUST BE C, K, OR S'
063000                 TO WS-ERROR-TEXT
063100         END-IF
063200     END-IF
063300
063400     IF WS-TRANS-IS-VALID THEN
063500         IF TR-TAX-RATE IS NOT NUMERIC OR
063600            TR-TAX-RATE < WS-C-MIN-RATE OR
063700            TR-TAX-RATE > WS-C-MAX-RATE THEN
063800             MOVE 'N' TO WS-TRANS-VALID-SWITCH
063900             MOVE 'TAX RATE IS OUTSIDE THE ALLOWED RANGE'
064000                 TO WS-ERROR-TEXT
064100         END-IF
064200     END-IF
064300
064400     .
064500 2410-EXIT.
064600     EXIT.
064700*****************************************************************
064800*  WRITE ONE NORMAL AUDIT LINE FOR AN APPLIED TRANSACTION
064900*****************************************************************
065000
065100 2500-WRITE-AUDIT-LINE.
065200     MOVE SPACES            TO WS-AUDIT-DETAIL
065300     MOVE TR-LOCALITY-CODE  TO WAD-LOCALITY-CODE
065400     MOVE TR-EFFECTIVE-DATE TO WAD-EFF-DATE
065500     MOVE WS-BEFORE-RATE    TO WAD-BEFORE-RATE
065600     EVALUATE TRUE
065700         WHEN TR-ADD     MOVE 'ADD'    TO WAD-ACTION
065800         WHEN TR-CHANGE  MOVE 'CHANGE' TO WAD-ACTION
065900         WHEN TR-DELETE  MOVE 'DELETE' TO WAD-ACTION
066000     END-EVALUATE
066100     IF TR-DELETE THEN
066200         MOVE NM-LOCALITY-NAME TO WAD-LOCALITY-NAME
066300         MOVE NM-STATE-CODE    TO WAD-STATE-CODE
066400         MOVE NM-LOCALITY-TYPE TO WAD-LOCALITY-TYPE
066500         MOVE ZERO TO WAD-AFTER-RATE
066600         MOVE 'RECORD DELETED' TO WAD-MESSAGE
066700     ELSE
066800         MOVE TR-LOCALITY-NAME TO WAD-LOCALITY-NAME
066900         MOVE TR-STATE-CODE    TO WAD-STATE-CODE
067000         MOVE TR-LOCALITY-TYPE TO WAD-LOCALITY-TYPE
067100         MOVE TR-TAX-RATE      TO WAD-AFTER-RATE
067200         MOVE 'LOCALITY RATE APPLIED' TO WAD-MESSAGE
067300     END-IF
067400     MOVE WS-AUDIT-DETAIL TO AUDIT-RECORD
067500     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
067600
067700     .
067800 2500-EXIT.
067900     EXIT.
068000*****************************************************************
068100*  WRITE ONE ERROR AUDIT LINE FOR A REJECTED TRANSACTION
068200*****************************************************************
068300
068400 2600-WRITE-ERROR-LINE.
068500     MOVE SPACES            TO WS-AUDIT-DETAIL
068600     MOVE TR-LOCALITY-CODE  TO WAD-LOCALITY-CODE
068700     MOVE TR-EFFECTIVE-DATE TO WAD-EFF-DATE
068800     MOVE 'REJECTED'        TO WAD-ACTION
068900     MOVE TR-LOCALITY-NAME  TO WAD-LOCALITY-NAME
069000     MOVE TR-STATE-CODE     TO WAD-STATE-CODE
069100     MOVE TR-LOCALITY-TYPE  TO WAD-LOCALITY-TYPE
069200     MOVE WS-BEFORE-RATE    TO WAD-BEFORE-RATE
069300     MOVE WS-BEFORE-RATE    TO WAD-AFTER-RATE
069400     MOVE WS-ERROR-TEXT     TO WAD-MESSAGE
069500     MOVE WS-AUDIT-DETAIL   TO AUDIT-RECORD
069600     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
069700     ADD +1 TO WS-TRANS-ERROR-CTR
069800
069900     .
070000 2600-EXIT.
070100     EXIT.
070200*****************************************************************
070300*  WRITE THE AUDIT REPORT FOOTER TOTALS
070400*****************************************************************
070500
070600 3000-WRITE-FOOTERS.
070700     MOVE WS-MASTER-IN-CTR   TO WAF-OLD-CTR
070800     MOVE WS-TRANS-IN-CTR    TO WAF-TRANS-CTR
070900     MOVE WS-TRANS-ERROR-CTR TO WAF-ERROR-CTR
071000     MOVE WS-AUDIT-FOOTER    TO AUDIT-RECORD
071100     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
071200
071300     MOVE WS-ADD-CTR         TO WAF2-ADD-CTR
071400     MOVE WS-CHANGE-CTR      TO WAF2-CHANGE-CTR
071500     MOVE WS-DELETE-CTR      TO WAF2-DELETE-CTR
071600     MOVE WS-AUDIT-FOOTER-2  TO AUDIT-RECORD
071700     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
071800
071900     .
072000 3000-EXIT.
072100     EXIT.
072200*****************************************************************
072300*  TERMINATION ROUTINE
072400*****************************************************************
072500
072600 4000-TERMINATE.
072700     CLOSE OLD-MASTER, TRANS-FILE, NEW-MASTER, AUDIT-REPORT
072800
072900     DISPLAY '*** LAB34...TOTALS ***'
073000     DISPLAY 'OLD MASTER RECORDS READ  : ' WS-MASTER-IN-CTR
073100     DISPLAY 'NEW MASTER RECORDS WRITE : ' WS-MASTER-OUT-CTR
073200     DISPLAY 'TRANSACTIONS READ        : ' WS-TRANS-IN-CTR
073300     DISPLAY 'TRANSACTIONS REJECTED    : ' WS-TRANS-ERROR-CTR
073400
073500     IF WS-TRIAL-RUN THEN
073600         DISPLAY 'TRIAL RUN - NEW MASTER IS A PROPOSAL ONLY'
073700         MOVE 4 TO RETURN-CODE
073800     ELSE
073900         MOVE 0 TO RETURN-CODE
074000     END-IF
074100
074200     .
074300 4000-EXIT.
074400     EXIT.
074500*****************************************************************
074600*  READ OLD MASTER ROUTINE
074700*****************************************************************
074800
074900 8000-READ-OLD-MASTER.
075000     READ OLD-MASTER
075100         AT END
075200             SET WS-OLDMAST-EOF TO TRUE
075300         NOT AT END
075400             ADD +1 TO WS-MASTER-IN-CTR
075500     END-READ
075600
075700     .
075800 8000-EXIT.
075900     EXIT.
076000*****************************************************************
076100*  READ TRANSACTION ROUTINE
076200*****************************************************************
076300
076400 8100-READ-TRANS.
076500     READ TRANS-FILE
076600         AT END
076700             SET WS-TRANS-EOF TO TRUE
076800         NOT AT END
076900             ADD +1 TO WS-TRANS-IN-CTR
077000     END-READ
077100
077200     .
077300 8100-EXIT.
077400     EXIT.
077500*****************************************************************
077600*  WRITE AUDIT REPORT RECORD
077700*****************************************************************
077800
077900 8500-WRITE-AUDIT-RECORD.
078000     WRITE AUDIT-RECORD
078100     IF WS-AUDIT-STATUS-CODE = '00' THEN
078200         CONTINUE
078300     ELSE
078400         MOVE '8500-WRITE-AUDIT-RECORD, ' TO WS-ABORT-MSG-PGRPH
078500         MOVE 'WRITING TO AUDIT-REPORT, ' TO WS-ABORT-MSG-EDESC
078600         MOVE WS-AUDIT-STATUS-CODE TO WS-ABORT-MSG-SYSRC
078700         MOVE 8534 TO RETURN-CODE
078800         PERFORM 9999-ABORT THRU 9999-EXIT
078900     END-IF
079000
079100     .
079200 8500-EXIT.
079300     EXIT.
079400*****************************************************************
079500*  WRITE NEW MASTER RECORD
079600*****************************************************************
079700
079800 8600-WRITE-NEW-MASTER.
079900     WRITE NEW-MASTER-RECORD
080000     IF WS-NEWMAST-STATUS-CODE = '00' THEN
080100         ADD +1 TO WS-MASTER-OUT-CTR
080200     ELSE
080300         MOVE '8600-WRITE-NEW-MASTER, ' TO WS-ABORT-MSG-PGRPH
080400         MOVE 'WRITING TO NEW-MASTER, ' TO WS-ABORT-MSG-EDESC
080500         MOVE WS-NEWMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
080600         MOVE 8634 TO RETURN-CODE
080700         PERFORM 9999-ABORT THRU 9999-EXIT
080800     END-IF
080900
081000     .
081100 8600-EXIT.
081200     EXIT.
081300*****************************************************************
081400*  MAJOR ERROR HANDLING ROUTINE
081500*****************************************************************
081600
081700 9999-ABORT.
081800     MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY
081900     DISPLAY 'PROGRAM: LAB34, ', WS-ABORT-MSG-STRING, ', RC='
082000         WS-RETURN-CODE-DISPLAY
082100     DIVIDE 1 BY WS-ABORT-TRIGGER GIVING WS-ABORT-CODE
082200
082300     .
082400 9999-EXIT.
082500     EXIT.
082600*****************************************************************
082700*  PHYSICAL END OF PROGRAM
082800*****************************************************************
