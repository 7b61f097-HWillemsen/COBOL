000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB48.
000300 AUTHOR.        SUZI Q.
000400 DATE-WRITTEN.  OCTOBER 2026.
000500 DATE-COMPILED.
000600*****************************************************************
000700*
000800*-------------P R O G R A M  D E S C R I P T I O N--------------*
000900*
001000*    ----------------- LAB48 -----------------------
001100*
001200*    PURPOSE  THIS PROGRAM MAINTAINS THE BANK HOLIDAY CALENDAR
001300*    =======  (HOLCAL) LAB14 USES TO SET THE BONUS PAY DATE TO
001400*                A DAY THE BANK SETTLES.  IT APPLIES ADD/CHANGE/
001500*                DELETE TRANSACTIONS AGAINST THE OLD CALENDAR
001600*                AND WRITES A NEW ONE, WITH THE SAME EDIT-AND-
001700*                AUDIT DISCIPLINE LAB34 GIVES THE LOCALITY TABLE
001800*                - EVERY TRANSACTION IS EDITED AND A BEFORE/AFTER
001900*                AUDIT LISTING IS PRINTED.
002000*
002100*    NOTE:    THIS PROGRAM USES A STANDARD SEQUENTIAL
002200*    =====    OLD-MASTER/TRANSACTION MATCH-MERGE.  THE CALENDAR
002300*             CARRIES ONE RECORD PER OBSERVED BANK HOLIDAY IN
002400*             DATE SEQUENCE, AND THE TRANSACTIONS MUST ARRIVE
002500*             IN THE SAME SEQUENCE.  SATURDAYS AND SUNDAYS ARE
002600*             NEVER BUSINESS DAYS, SO A HOLIDAY DATE THAT FALLS
002700*             ON ONE IS REJECTED - KEY THE WEEKDAY THE BANK
002800*             OBSERVES INSTEAD.
002900*
003000*    INPUT   OLD-MASTER      HOLCAL   (CURRENT HOLIDAY CALENDAR)
003100*    =====   TRANS-FILE      HOLTRAN  (ADD/CHANGE/DELETE TRANS)
003200*            LS-RUN-MODE     'T' = TRIAL RUN (PARM) - THE FULL
003300*                            MATCH-MERGE AND AUDIT LISTING RUN,
003400*                            BUT NEWHOL IS A PROPOSAL ONLY AND
003500*                            THE STEP ENDS RC 4 SO THE SCHEDULER
003600*                            SKIPS THE PROMOTE STEP.
003700*
003800*    PROCESS 1. READ THE FIRST OLD MASTER AND TRANSACTION.
003900*    ======= 2. MATCH TRANSACTIONS AGAINST THE CALENDAR BY
004000*               HOLIDAY DATE.
004100*            3. EDIT EACH TRANSACTION BEFORE APPLYING IT.
004200*            4. WRITE THE NEW CALENDAR AND THE AUDIT LISTING.
004300*
004400*    OUTPUT  NEW-MASTER      NEWHOL   (UPDATED HOLIDAY CALENDAR)
004500*    ======  AUDIT-REPORT    HOLAUDIT (BEFORE/AFTER AUDIT LIST)
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
005700* SUZI Q  PAYROLL   10/15/26  INITIAL VERSION       LAB48     000*
005800*****************************************************************
005900*
006000*****************************************************************
006100*         E N V I R O N M E N T     D I V I S I O N
006200*****************************************************************
006300 ENVIRONMENT DIVISION.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT OLD-MASTER     ASSIGN TO HOLCAL
006700            FILE STATUS IS WS-OLDMAST-STATUS-CODE.
006800     SELECT TRANS-FILE     ASSIGN TO HOLTRAN
006900            FILE STATUS IS WS-TRANS-STATUS-CODE.
007000     SELECT NEW-MASTER     ASSIGN TO NEWHOL
007100            FILE STATUS IS WS-NEWMAST-STATUS-CODE.
007200     SELECT AUDIT-REPORT   ASSIGN TO HOLAUDIT
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
008700 COPY HOLCCMP REPLACING
008800     HD-RECORD              BY  OLD-MASTER-RECORD
008900     HD-HOLIDAY-DATE        BY  OM-HOLIDAY-DATE
009000     HD-HOLIDAY-YEAR        BY  OM-HOLIDAY-YEAR
009100     HD-HOLIDAY-MONTH       BY  OM-HOLIDAY-MONTH
009200     HD-HOLIDAY-DAY         BY  OM-HOLIDAY-DAY
009300     HD-HOLIDAY-NAME        BY  OM-HOLIDAY-NAME.
009400
009500*****************************************************************
009600*    TRANS-FILE                                     INPUT
009700*****************************************************************
009800 FD  TRANS-FILE
009900     RECORDING F
010000     RECORD CONTAINS 50 CHARACTERS
010100     BLOCK CONTAINS 0 RECORDS.
010200
010300 01  TRANS-RECORD.
010400     05  TR-HOLIDAY-DATE.
010500*                         YYYYMMDD THE BANK OBSERVES THE HOLIDAY
010600         10  TR-HOLIDAY-YEAR     PIC 9(04).
010700         10  TR-HOLIDAY-MONTH    PIC 9(02).
010800         10  TR-HOLIDAY-DAY      PIC 9(02).
010900     05  TR-HOLIDAY-DATE-9 REDEFINES TR-HOLIDAY-DATE
011000                                 PIC 9(08).
011100     05  TR-ACTION-CODE          PIC X(01).
011200         88  TR-ADD                      VALUE 'A'.
011300         88  TR-CHANGE                   VALUE 'C'.
011400         88  TR-DELETE                   VALUE 'D'.
011500     05  TR-HOLIDAY-NAME         PIC X(30).
011600     05  FILLER                  PIC X(11).
011700
011800*****************************************************************
011900*    NEW-MASTER                                     OUTPUT
012000*****************************************************************
012100 FD  NEW-MASTER
012200     RECORDING F
012300     RECORD CONTAINS 80 CHARACTERS
012400     BLOCK CONTAINS 0 RECORDS.
012500
012600 COPY HOLCCMP REPLACING
012700     HD-RECORD              BY  NEW-MASTER-RECORD
012800     HD-HOLIDAY-DATE        BY  NM-HOLIDAY-DATE
012900     HD-HOLIDAY-YEAR        BY  NM-HOLIDAY-YEAR
013000     HD-HOLIDAY-MONTH       BY  NM-HOLIDAY-MONTH
013100     HD-HOLIDAY-DAY         BY  NM-HOLIDAY-DAY
013200     HD-HOLIDAY-NAME        BY  NM-HOLIDAY-NAME.
013300
013400*****************************************************************
013500*    AUDIT-REPORT                                   OUTPUT
013600*****************************************************************
013700 FD  AUDIT-REPORT
013800     RECORDING F
013900     RECORD CONTAINS 133 CHARACTERS
014000     BLOCK CONTAINS 0 RECORDS.
014100
014200 01  AUDIT-RECORD.
014300     05  FILLER                  PIC X(133).
014400*****************************************************************
014500*    W O R K I N G - S T O R A G E
014600*****************************************************************
014700 WORKING-STORAGE SECTION.
014800
014900 01  WS-START-OF-WORKING-STORAGE.
015000     05 WS-START-OF-WS-MARKER           PIC X(37)
015100        VALUE 'LAB48 WORKING STORAGE BEGINS HERE'.
015200***********************
015300*  CONSTANTS          *
015400***********************
015500
015600 01  WS-CONSTANTS.
015700*************** INTEGER-OF-DATE DAY 1 (01/01/1601) IS A MONDAY, SO
015800*************** THE DAY NUMBER MOD 7 IS 6 ON A SATURDAY AND 0 ON A
015900*************** SUNDAY.
016000     05  WS-C-SATURDAY           PIC 9(01)      VALUE 6.
016100     05  WS-C-SUNDAY             PIC 9(01)      VALUE 0.
016200     05  WS-C-FIRST-YEAR         PIC 9(04)      VALUE 1601.
016300
016400***********************
016500*  ERROR CODES        *
016600***********************
016700
016800 01  WS-ERROR-CODES.
016900     05  WS-OLDMAST-STATUS-CODE  PIC X(2)  VALUE '**'.
017000     05  WS-TRANS-STATUS-CODE    PIC X(2)  VALUE '**'.
017100     05  WS-NEWMAST-STATUS-CODE  PIC X(2)  VALUE '**'.
017200     05  WS-AUDIT-STATUS-CODE    PIC X(2)  VALUE '**'.
017300     05  WS-ABORT-TRIGGER        PIC S9(1) VALUE 0.
017400     05  WS-ABORT-CODE           PIC S9(1).
017500     05  WS-RETURN-CODE-DISPLAY  PIC S9(5) COMP-3.
017600
017700***********************
017800*  MESSAGE STRINGS    *
017900***********************
018000
018100 01  WS-ABORT-MSG-STRING.
018200     05  WS-ABORT-MSG-ERRLB      PIC X(06) VALUE 'ERROR '.
018300     05  WS-ABORT-MSG-EDESC      PIC X(28).
018400     05  WS-ABORT-MSG-IN         PIC X(14) VALUE ' IN PARAGRAPH '.
018500     05  WS-ABORT-MSG-PGRPH      PIC X(28).
018600     05  WS-ABORT-MSG-RCLBL      PIC X(08) VALUE 'SYS RC: '.
018700     05  WS-ABORT-MSG-SYSRC      PIC X(02).
018800
018900***********************
019000*  SWITCHES           *
019100***********************
019200
019300 01  SWITCHES.
019400     05  WS-OLDMAST-SWITCH       PIC X(01) VALUE 'N'.
019500         88  WS-OLDMAST-EOF                VALUE 'Y'.
019600     05  WS-TRANS-SWITCH         PIC X(01) VALUE 'N'.
019700         88  WS-TRANS-EOF                  VALUE 'Y'.
019800     05  WS-TRANS-VALID-SWITCH   PIC X(01) VALUE 'Y'.
019900         88  WS-TRANS-IS-VALID             VALUE 'Y'.
020000     05  WS-PENDING-SWITCH       PIC X(01) VALUE 'N'.
020100         88  WS-MASTER-PENDING             VALUE 'Y'.
020200     05  WS-PENDING-DELETED-SW   PIC X(01) VALUE 'N'.
020300         88  WS-PENDING-DELETED            VALUE 'Y'.
020400     05  WS-PENDING-OLDMAST-SW   PIC X(01) VALUE 'N'.
020500         88  WS-PENDING-FROM-OLDMAST       VALUE 'Y'.
020600     05  WS-RUN-MODE-SWITCH      PIC X(01) VALUE ' '.
020700         88  WS-TRIAL-RUN                  VALUE 'T'.
020800
020900***********************
021000*  ACCUMULATORS       *
021100***********************
021200
021300 01  ACCUMULATORS.
021400     05  WS-MASTER-IN-CTR        PIC S9(05) COMP-3 VALUE +0.
021500     05  WS-MASTER-OUT-CTR       PIC S9(05) COMP-3 VALUE +0.
021600     05  WS-TRANS-IN-CTR         PIC S9(05) COMP-3 VALUE +0.
021700     05  WS-TRANS-ERROR-CTR      PIC S9(05) COMP-3 VALUE +0.
021800     05  WS-ADD-CTR              PIC S9(05) COMP-3 VALUE +0.
021900     05  WS-CHANGE-CTR           PIC S9(05) COMP-3 VALUE +0.
022000     05  WS-DELETE-CTR           PIC S9(05) COMP-3 VALUE +0.
022100
022200***********************
022300*  WORKING VALUES     *
022400***********************
022500
022600 01  WS-WORKING-VALUES.
022700     05  WS-BEFORE-NAME          PIC X(30)  VALUE SPACES.
022800     05  WS-ERROR-TEXT           PIC X(40)  VALUE SPACES.
022900*************** MATCH KEY OF THE HELD MASTER BUFFER - THE HOLIDAY
023000*************** DATE, AS ON TR-HOLIDAY-DATE
023100     05  WS-PENDING-KEY          PIC X(08)  VALUE SPACES.
023200*************** CALENDAR EDIT - THE DATE IS TURNED INTO A DAY
023300*************** NUMBER AND BACK; A DAY THAT DOES NOT EXIST IN ITS
023400*************** MONTH (02/30) DOES NOT SURVIVE THE ROUND TRIP
023500     05  WS-DATE-INTEGER         PIC S9(09) COMP    VALUE ZERO.
023600     05  WS-DATE-CHECK-9         PIC 9(08)          VALUE ZERO.
023700     05  WS-WEEKDAY-NUMBER       PIC 9(01)          VALUE ZERO.
023800
023900***********************
024000*  RECORD LAYOUTS     *
024100***********************
024200
024300 01  WS-AUDIT-HEADER-1.
024400     05 WAH1-ASA-CODE            PIC X(01) VALUE '1'.
024500     05 WAH1-TITLE               PIC X(45) VALUE
024600                  'BANK HOLIDAY CALENDAR MAINTENANCE AUDIT LIST'.
024700     05 WAH1-MODE                PIC X(34) VALUE SPACES.
024800     05 WAH1-FILLER              PIC X(53) VALUE SPACES.
024900
025000 01  WS-AUDIT-HEADER-2.
025100     05 WAH2-ASA-CODE            PIC X(01) VALUE '-'.
025200     05 WAH2-DATE-LABEL          PIC X(08) VALUE 'HOLIDAY '.
025300     05 WAH2-COL-DIV-1           PIC X(03) VALUE SPACES.
025400     05 WAH2-ACTION-LABEL        PIC X(06) VALUE 'ACTION'.
025500     05 WAH2-COL-DIV-2           PIC X(05) VALUE SPACES.
025600     05 WAH2-BEFORE-LABEL        PIC X(30) VALUE 'BEFORE NAME'.
025700     05 WAH2-COL-DIV-3           PIC X(03) VALUE SPACES.
025800     05 WAH2-AFTER-LABEL         PIC X(30) VALUE 'AFTER NAME'.
025900     05 WAH2-COL-DIV-4           PIC X(03) VALUE SPACES.
026000     05 WAH2-MESSAGE-LABEL       PIC X(07) VALUE 'MESSAGE'.
026100     05 WAH2-FILLER              PIC X(37) VALUE SPACES.
026200
026300 01  WS-AUDIT-DETAIL.
026400     05 WAD-ASA-CODE             PIC X(01) VALUE SPACES.
026500     05 WAD-HOLIDAY-DATE         PIC X(08).
026600     05 WAD-COL-DIV-1            PIC X(03) VALUE SPACES.
026700     05 WAD-ACTION               PIC X(08).
026800     05 WAD-COL-DIV-2            PIC X(03) VALUE SPACES.
026900     05 WAD-BEFORE-NAME          PIC X(30).
027000     05 WAD-COL-DIV-3            PIC X(03) VALUE SPACES.
027100     05 WAD-AFTER-NAME           PIC X(30).
027200     05 WAD-COL-DIV-4            PIC X(03) VALUE SPACES.
027300     05 WAD-MESSAGE              PIC X(40).
027400     05 WAD-FILLER               PIC X(04) VALUE SPACES.
027500
027600 01  WS-AUDIT-FOOTER.
027700     05 WAF-ASA-CODE             PIC X(01) VALUE '-'.
027800     05 WAF-LINE-1               PIC X(20) VALUE
027900                                 'RECORDS READ  (OLD):'.
028000     05 WAF-OLD-CTR              PIC ZZ,ZZ9.
028100     05 WAF-FILLER1              PIC X(05) VALUE SPACES.
028200     05 WAF-LINE-2               PIC X(20) VALUE
028300                                 'TRANSACTIONS READ  :'.
028400     05 WAF-TRANS-CTR            PIC ZZ,ZZ9.
028500     05 WAF-FILLER2              PIC X(05) VALUE SPACES.
028600     05 WAF-LINE-3               PIC X(20) VALUE
028700                                 'TRANSACTIONS BAD   :'.
028800     05 WAF-ERROR-CTR            PIC ZZ,ZZ9.
028900     05 WAF-FILLER3              PIC X(56) VALUE SPACES.
029000
029100 01  WS-AUDIT-FOOTER-2.
029200     05 WAF2-ASA-CODE            PIC X(01) VALUE ' '.
029300     05 WAF2-LINE-1              PIC X(20) VALUE
029400                                 'ADDS:    '.
029500     05 WAF2-ADD-CTR             PIC ZZ,ZZ9.
029600     05 WAF2-FILLER1             PIC X(05) VALUE SPACES.
029700     05 WAF2-LINE-2              PIC X(20) VALUE
029800                                 'CHANGES: '.
029900     05 WAF2-CHANGE-CTR          PIC ZZ,ZZ9.
030000     05 WAF2-FILLER2             PIC X(05) VALUE SPACES.
030100     05 WAF2-LINE-3              PIC X(20) VALUE
030200                                 'DELETES: '.
030300     05 WAF2-DELETE-CTR          PIC ZZ,ZZ9.
030400     05 WAF2-FILLER3             PIC X(77) VALUE SPACES.
030500
030600 01  WS-END-OF-WORKING-STORAGE.
030700     05 WS-END-OF-WS-MARKER      PIC X(35) VALUE
030800        'LAB48 WORKING STORAGE ENDS HERE'.
030900*****************************************************************
031000*          L I N K A G E
031100*****************************************************************
031200
031300 LINKAGE SECTION.
031400
031500 01  LS-RUN-MODE                 PIC X(01).
031600*                         'T' RUNS THE MAINTENANCE AS A TRIAL -
031700*                         FULL MERGE AND AUDIT LISTING, BUT THE
031800*                         STEP ENDS RC 4 SO NEWHOL IS NOT
031900*                         PROMOTED.  OMITTED OR BLANK = LIVE.
032000
032100*****************************************************************
032200*          P R O C E D U R E     D I V I S I O N
032300*****************************************************************
032400
032500 PROCEDURE DIVISION USING OPTIONAL LS-RUN-MODE.
032600 0000-MAINLINE.
032700     PERFORM 1000-INITIALIZATION THRU 1000-EXIT
032800     PERFORM 2000-MERGE-MASTER   THRU 2000-EXIT
032900         UNTIL WS-OLDMAST-EOF AND WS-TRANS-EOF
033000     IF WS-MASTER-PENDING THEN
033100         PERFORM 2150-FLUSH-PENDING-MASTER THRU 2150-EXIT
033200     END-IF
033300     PERFORM 3000-WRITE-FOOTERS  THRU 3000-EXIT
033400     PERFORM 4000-TERMINATE      THRU 4000-EXIT
033500     GOBACK
033600
033700     .
033800*****************************************************************
033900*  INITIALIZATION ROUTINE
034000*****************************************************************
034100
034200 1000-INITIALIZATION.
034300     OPEN INPUT  OLD-MASTER
034400     IF WS-OLDMAST-STATUS-CODE = '00' THEN
034500         CONTINUE
034600     ELSE
034700         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
034800         MOVE 'OPENING OLD-MASTER, ' TO WS-ABORT-MSG-EDESC
034900         MOVE WS-OLDMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
035000         MOVE 4801 TO RETURN-CODE
035100         PERFORM 9999-ABORT THRU 9999-EXIT
035200     END-IF
035300
035400     OPEN INPUT  TRANS-FILE
035500     IF WS-TRANS-STATUS-CODE = '00' THEN
035600         CONTINUE
035700     ELSE
035800         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
035900         MOVE 'OPENING TRANS-FILE, ' TO WS-ABORT-MSG-EDESC
036000         MOVE WS-TRANS-STATUS-CODE TO WS-ABORT-MSG-SYSRC
036100         MOVE 4802 TO RETURN-CODE
036200         PERFORM 9999-ABORT THRU 9999-EXIT
036300     END-IF
036400
036500     OPEN OUTPUT NEW-MASTER
036600     IF WS-NEWMAST-STATUS-CODE = '00' THEN
036700         CONTINUE
036800     ELSE
036900         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
037000         MOVE 'OPENING NEW-MASTER, ' TO WS-ABORT-MSG-EDESC
037100         MOVE WS-NEWMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
037200         MOVE 4803 TO RETURN-CODE
037300         PERFORM 9999-ABORT THRU 9999-EXIT
037400     END-IF
037500
037600     OPEN OUTPUT AUDIT-REPORT
037700     IF WS-AUDIT-STATUS-CODE = '00' THEN
037800         CONTINUE
037900     ELSE
038000         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
038100         MOVE 'OPENING AUDIT-REPORT, ' TO WS-ABORT-MSG-EDESC
038200         MOVE WS-AUDIT-STATUS-CODE TO WS-ABORT-MSG-SYSRC
038300         MOVE 4804 TO RETURN-CODE
038400         PERFORM 9999-ABORT THRU 9999-EXIT
038500     END-IF
038600
038700     IF LS-RUN-MODE IS OMITTED
038800         CONTINUE
038900     ELSE
039000         MOVE LS-RUN-MODE TO WS-RUN-MODE-SWITCH
039100     END-IF
039200     IF WS-TRIAL-RUN THEN
039300         MOVE ' ** TRIAL - MASTER NOT REPLACED **'
039400             TO WAH1-MODE
039500     END-IF
039600     MOVE WS-AUDIT-HEADER-1 TO AUDIT-RECORD
039700     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
039800     MOVE WS-AUDIT-HEADER-2 TO AUDIT-RECORD
039900     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
040000
040100     PERFORM 8000-READ-OLD-MASTER THRU 8000-EXIT
040200     PERFORM 8100-READ-TRANS      THRU 8100-EXIT
040300
040400     .
040500 1000-EXIT.
040600     EXIT.
040700*****************************************************************
040800*  MERGE OLD MASTER WITH TRANSACTIONS
040900*****************************************************************
041000
041100 2000-MERGE-MASTER.
041200     EVALUATE TRUE
041300         WHEN WS-MASTER-PENDING AND NOT WS-TRANS-EOF
041400             AND TR-HOLIDAY-DATE = WS-PENDING-KEY
041500             PERFORM 2300-PROCESS-MATCHED-TRANS THRU 2300-EXIT
041600         WHEN WS-MASTER-PENDING
041700             PERFORM 2150-FLUSH-PENDING-MASTER THRU 2150-EXIT
041800         WHEN WS-TRANS-EOF
041900             PERFORM 2100-KEEP-MASTER THRU 2100-EXIT
042000         WHEN WS-OLDMAST-EOF
042100             PERFORM 2200-PROCESS-TRANS-ONLY THRU 2200-EXIT
042200         WHEN OM-HOLIDAY-DATE < TR-HOLIDAY-DATE
042300             PERFORM 2100-KEEP-MASTER THRU 2100-EXIT
042400         WHEN OM-HOLIDAY-DATE > TR-HOLIDAY-DATE
042500             PERFORM 2200-PROCESS-TRANS-ONLY THRU 2200-EXIT
042600         WHEN OTHER
042700             MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
042800             SET WS-MASTER-PENDING TO TRUE
042900             MOVE 'Y' TO WS-PENDING-OLDMAST-SW
043000             MOVE NM-HOLIDAY-DATE   TO WS-PENDING-KEY
043100             PERFORM 2300-PROCESS-MATCHED-TRANS THRU 2300-EXIT
043200     END-EVALUATE
043300
043400     .
043500 2000-EXIT.
043600     EXIT.
043700*****************************************************************
043800*  WRITE THE HELD MASTER BUFFER AND ADVANCE AS NEEDED
043900*****************************************************************
044000
044100 2150-FLUSH-PENDING-MASTER.
044200     IF NOT WS-PENDING-DELETED THEN
044300         PERFORM 8600-WRITE-NEW-MASTER THRU 8600-EXIT
044400     END-IF
044500     IF WS-PENDING-FROM-OLDMAST THEN
044600         PERFORM 8000-READ-OLD-MASTER THRU 8000-EXIT
044700     END-IF
044800     MOVE 'N' TO WS-PENDING-SWITCH
044900     MOVE 'N' TO WS-PENDING-DELETED-SW
045000     MOVE 'N' TO WS-PENDING-OLDMAST-SW
045100
045200     .
045300 2150-EXIT.
045400     EXIT.
045500*****************************************************************
045600*  WRITE A MASTER RECORD THROUGH UNCHANGED, NO MATCHING TRANS
045700*****************************************************************
045800
045900 2100-KEEP-MASTER.
046000     MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
046100     PERFORM 8600-WRITE-NEW-MASTER THRU 8600-EXIT
046200     PERFORM 8000-READ-OLD-MASTER  THRU 8000-EXIT
046300
046400     .
046500 2100-EXIT.
046600     EXIT.
046700*****************************************************************
046800*  TRANSACTION WITH NO MATCHING MASTER RECORD - MUST BE AN ADD
046900*****************************************************************
047000
047100 2200-PROCESS-TRANS-ONLY.
047200     MOVE SPACES TO WS-BEFORE-NAME
047300     INITIALIZE NEW-MASTER-RECORD
047400     PERFORM 2400-EDIT-TRANSACTION THRU 2400-EXIT
047500     IF WS-TRANS-IS-VALID THEN
047600         IF TR-ADD THEN
047700             MOVE TR-HOLIDAY-DATE    TO NM-HOLIDAY-DATE
047800             PERFORM 2350-MOVE-TRANS-FIELDS THRU 2350-EXIT
047900             MOVE TR-HOLIDAY-DATE    TO WS-PENDING-KEY
048000             SET WS-MASTER-PENDING TO TRUE
048100             MOVE 'N' TO WS-PENDING-OLDMAST-SW
048200             ADD +1 TO WS-ADD-CTR
048300             PERFORM 2500-WRITE-AUDIT-LINE THRU 2500-EXIT
048400         ELSE
048500             MOVE 'NO CALENDAR RECORD FOR HOLIDAY DATE'
048600                 TO WS-ERROR-TEXT
048700             MOVE 'N' TO WS-TRANS-VALID-SWITCH
048800             PERFORM 2600-WRITE-ERROR-LINE THRU 2600-EXIT
048900         END-IF
049000     ELSE
049100         PERFORM 2600-WRITE-ERROR-LINE THRU 2600-EXIT
049200     END-IF
049300     PERFORM 8100-READ-TRANS THRU 8100-EXIT
049400
049500     .
049600 2200-EXIT.
049700     EXIT.
049800*****************************************************************
049900*  TRANSACTION MATCHES OR CONTINUES A HELD MASTER BUFFER
050000*****************************************************************
050100
050200 2300-PROCESS-MATCHED-TRANS.
050300     MOVE NM-HOLIDAY-NAME TO WS-BEFORE-NAME
050400     PERFORM 2400-EDIT-TRANSACTION THRU 2400-EXIT
050500     IF WS-TRANS-IS-VALID THEN
050600         EVALUATE TRUE
050700             WHEN TR-ADD
050800                 MOVE 'HOLIDAY DATE ALREADY ON THE CALENDAR'
050900                     TO WS-ERROR-TEXT
051000                 MOVE 'N' TO WS-TRANS-VALID-SWITCH
051100                 PERFORM 2600-WRITE-ERROR-LINE THRU 2600-EXIT
051200             WHEN TR-CHANGE
051300                 PERFORM 2350-MOVE-TRANS-FIELDS THRU 2350-EXIT
051400                 MOVE 'N' TO WS-PENDING-DELETED-SW
051500                 ADD +1 TO WS-CHANGE-CTR
051600                 PERFORM 2500-WRITE-AUDIT-LINE THRU 2500-EXIT
051700             WHEN TR-DELETE
051800                 SET WS-PENDING-DELETED TO TRUE
051900                 ADD +1 TO WS-DELETE-CTR
052000                 PERFORM 2500-WRITE-AUDIT-LINE THRU 2500-EXIT
052100         END-EVALUATE
052200     ELSE
052300         PERFORM 2600-WRITE-ERROR-LINE THRU 2600-EXIT
052400     END-IF
052500     PERFORM 8100-READ-TRANS      THRU 8100-EXIT
052600
052700     .
052800 2300-EXIT.
052900     EXIT.
053000*****************************************************************
053100*  CARRY THE HOLIDAY NAME ONTO THE HELD BUFFER
053200*****************************************************************
053300
053400 2350-MOVE-TRANS-FIELDS.
053500     MOVE TR-HOLIDAY-NAME    TO NM-HOLIDAY-NAME
053600
053700     .
053800 2350-EXIT.
053900     EXIT.
054000*****************************************************************
054100*  EDIT ONE TRANSACTION - DATE, ACTION, THEN THE NAME
054200*****************************************************************
054300
054400 2400-EDIT-TRANSACTION.
054500     MOVE 'Y' TO WS-TRANS-VALID-SWITCH
054600     MOVE SPACES TO WS-ERROR-TEXT
054700
054800     IF TR-HOLIDAY-DATE IS NOT NUMERIC OR
054900        TR-HOLIDAY-DATE-9 = ZERO THEN
055000         MOVE 'N' TO WS-TRANS-VALID-SWITCH
055100         MOVE 'HOLIDAY DATE MUST BE NUMERIC YYYYMMDD'
055200             TO WS-ERROR-TEXT
055300     ELSE
055400         IF NOT TR-ADD AND NOT TR-CHANGE AND NOT TR-DELETE
055500             THEN
055600             MOVE 'N' TO WS-TRANS-VALID-SWITCH
055700             MOVE 'ACTION CODE MUST BE A, C, OR D'
055800                 TO WS-ERROR-TEXT
055900         ELSE
056000             IF TR-DELETE THEN
056100                 CONTINUE
056200             ELSE
056300                 PERFORM 2410-EDIT-CALENDAR-FIELDS
056400                     THRU 2410-EXIT
056500             END-IF
056600         END-IF
056700     END-IF
056800
056900     .
057000 2400-EXIT.
057100     EXIT.
057200*****************************************************************
057300*  EDIT THE HOLIDAY DATE AS A WEEKDAY AND THE HOLIDAY NAME
057400*****************************************************************
057500
057600 2410-EDIT-CALENDAR-FIELDS.
057700     IF TR-HOLIDAY-YEAR < WS-C-FIRST-YEAR OR
057800        TR-HOLIDAY-MONTH < 01 OR TR-HOLIDAY-MONTH > 12 OR
057900        TR-HOLIDAY-DAY   < 01 OR TR-HOLIDAY-DAY   > 31 THEN
058000         MOVE 'N' TO WS-TRANS-VALID-SWITCH
058100         MOVE 'HOLIDAY DATE IS NOT A CALENDAR DATE'
058200             TO WS-ERROR-TEXT
058300     END-IF
058400
058500     IF WS-TRANS-IS-VALID THEN
058600         COMPUTE WS-DATE-INTEGER =
058700             FUNCTION INTEGER-OF-DATE (TR-HOLIDAY-DATE-9)
058800         COMPUTE WS-DATE-CHECK-9 =
058900             FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
059000         IF WS-DATE-CHECK-9 NOT = TR-HOLIDAY-DATE-9 THEN
059100             MOVE 'N' TO WS-TRANS-VALID-SWITCH
059200             MOVE 'HOLIDAY DATE IS NOT A CALENDAR DATE'
059300                 TO WS-ERROR-TEXT
059400         END-IF
059500     END-IF
059600
059700     IF WS-TRANS-IS-VALID THEN
059800         COMPUTE WS-WEEKDAY-NUMBER =
059900             FUNCTION MOD (WS-DATE-INTEGER, 7)
060000         IF WS-WEEKDAY-NUMBER = WS-C-SATURDAY OR
060100            WS-WEEKDAY-NUMBER = WS-C-SUNDAY THEN
060200             MOVE 'N' TO WS-TRANS-VALID-SWITCH
060300             MOVE 'HOLIDAY DATE FALLS ON A WEEKEND'
060400                 TO WS-ERROR-TEXT
060500         END-IF
060600     END-IF
060700
060800     IF WS-TRANS-IS-VALID THEN
060900         IF TR-HOLIDAY-NAME = SPACES THEN
061000             MOVE 'N' TO WS-TRANS-VALID-SWITCH
061100             MOVE 'HOLIDAY NAME MUST NOT BE BLANK'
061200                 TO WS-ERROR-TEXT
061300         END-IF
061400     END-IF
061500
061600     .
061700 2410-EXIT.
061800     EXIT.
061900*****************************************************************
062000*  WRITE ONE NORMAL AUDIT LINE FOR AN APPLIED TRANSACTION
062100*****************************************************************
062200
062300 2500-WRITE-AUDIT-LINE.
062400     MOVE SPACES            TO WS-AUDIT-DETAIL
062500     MOVE TR-HOLIDAY-DATE   TO WAD-HOLIDAY-DATE
062600     MOVE WS-BEFORE-NAME    TO WAD-BEFORE-NAME
062700     EVALUATE TRUE
062800         WHEN TR-ADD     MOVE 'ADD'    TO WAD-ACTION
062900         WHEN TR-CHANGE  MOVE 'CHANGE' TO WAD-ACTION
063000         WHEN TR-DELETE  MOVE 'DELETE' TO WAD-ACTION
063100     END-EVALUATE
063200     IF TR-DELETE THEN
063300         MOVE SPACES TO WAD-AFTER-NAME
063400         MOVE 'RECORD DELETED' TO WAD-MESSAGE
063500     ELSE
063600         MOVE TR-HOLIDAY-NAME TO WAD-AFTER-NAME
063700         MOVE 'HOLIDAY APPLIED' TO WAD-MESSAGE
063800     END-IF
063900     MOVE WS-AUDIT-DETAIL TO AUDIT-RECORD
064000     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
064100
064200     .
064300 2500-EXIT.
064400     EXIT.
064500*****************************************************************
064600*  WRITE ONE ERROR AUDIT LINE FOR A REJECTED TRANSACTION
064700*****************************************************************
064800
064900 2600-WRITE-ERROR-LINE.
065000     MOVE SPACES            TO WS-AUDIT-DETAIL
065100     MOVE TR-HOLIDAY-DATE   TO WAD-HOLIDAY-DATE
065200     MOVE 'REJECTED'        TO WAD-ACTION
065300     MOVE WS-BEFORE-NAME    TO WAD-BEFORE-NAME
065400     MOVE TR-HOLIDAY-NAME   TO WAD-AFTER-NAME
065500     MOVE WS-ERROR-TEXT     TO WAD-MESSAGE
065600     MOVE WS-AUDIT-DETAIL   TO AUDIT-RECORD
065700     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
065800     ADD +1 TO WS-TRANS-ERROR-CTR
065900
066000     .
066100 2600-EXIT.
066200     EXIT.
066300*****************************************************************
066400*  WRITE THE AUDIT REPORT FOOTER TOTALS
066500*****************************************************************
066600
066700 3000-WRITE-FOOTERS.
066800     MOVE WS-MASTER-IN-CTR   TO WAF-OLD-CTR
066900     MOVE WS-TRANS-IN-CTR    TO WAF-TRANS-CTR
067000     MOVE WS-TRANS-ERROR-CTR TO WAF-ERROR-CTR
067100     MOVE WS-AUDIT-FOOTER    TO AUDIT-RECORD
067200     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
067300
067400     MOVE WS-ADD-CTR         TO WAF2-ADD-CTR
067500     MOVE WS-CHANGE-CTR      TO WAF2-CHANGE-CTR
067600     MOVE WS-DELETE-CTR      TO WAF2-DELETE-CTR
067700     MOVE WS-AUDIT-FOOTER-2  TO AUDIT-RECORD
067800     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
067900
068000     .
068100 3000-EXIT.
068200     EXIT.
068300*****************************************************************
068400*  TERMINATION ROUTINE
068500*****************************************************************
068600
068700 4000-TERMINATE.
068800     CLOSE OLD-MASTER, TRANS-FILE, NEW-MASTER, AUDIT-REPORT
068900
069000     DISPLAY '*** LAB48...TOTALS ***'
069100     DISPLAY 'OLD MASTER RECORDS READ  : ' WS-MASTER-IN-CTR
069200     DISPLAY 'NEW MASTER RECORDS WRITE : ' WS-MASTER-OUT-CTR
069300     DISPLAY 'TRANSACTIONS READ        : ' WS-TRANS-IN-CTR
069400     DISPLAY 'TRANSACTIONS REJECTED    : ' WS-TRANS-ERROR-CTR
069500
069600     IF WS-TRIAL-RUN THEN
069700         DISPLAY 'TRIAL RUN - NEW MASTER IS A PROPOSAL ONLY'
069800         MOVE 4 TO RETURN-CODE
069900     ELSE
070000         MOVE 0 TO RETURN-CODE
070100     END-IF
070200
070300     .
070400 4000-EXIT.
070500     EXIT.
070600*****************************************************************
070700*  READ OLD MASTER ROUTINE
070800*****************************************************************
070900
071000 8000-READ-OLD-MASTER.
071100     READ OLD-MASTER
071200         AT END
071300             SET WS-OLDMAST-EOF TO TRUE
071400         NOT AT END
071500             ADD +1 TO WS-MASTER-IN-CTR
071600     END-READ
071700
071800     .
071900 8000-EXIT.
072000     EXIT.
072100*****************************************************************
072200*  READ TRANSACTION ROUTINE
072300*****************************************************************
072400
072500 8100-READ-TRANS.
072600     READ TRANS-FILE
072700         AT END
072800             SET WS-TRANS-EOF TO TRUE
072900         NOT AT END
073000             ADD +1 TO WS-TRANS-IN-CTR
073100     END-READ
073200
073300     .
073400 8100-EXIT.
073500     EXIT.
073600*****************************************************************
073700*  WRITE AUDIT REPORT RECORD
073800*****************************************************************
073900
074000 8500-WRITE-AUDIT-RECORD.
074100     WRITE AUDIT-RECORD
074200     IF WS-AUDIT-STATUS-CODE = '00' THEN
074300         CONTINUE
074400     ELSE
074500         MOVE '8500-WRITE-AUDIT-RECORD, ' TO WS-ABORT-MSG-PGRPH
074600         MOVE 'WRITING TO AUDIT-REPORT, ' TO WS-ABORT-MSG-EDESC
074700         MOVE WS-AUDIT-STATUS-CODE TO WS-ABORT-MSG-SYSRC
074800         MOVE 8548 TO RETURN-CODE
074900         PERFORM 9999-ABORT THRU 9999-EXIT
075000     END-IF
075100
075200     .
075300 8500-EXIT.
075400     EXIT.
075500*****************************************************************
075600*  WRITE NEW MASTER RECORD
075700*****************************************************************
075800
075900 8600-WRITE-NEW-MASTER.
076000     WRITE NEW-MASTER-RECORD
076100     IF WS-NEWMAST-STATUS-CODE = '00' THEN
076200         ADD +1 TO WS-MASTER-OUT-CTR
076300     ELSE
076400         MOVE '8600-WRITE-NEW-MASTER, ' TO WS-ABORT-MSG-PGRPH
076500         MOVE 'WRITING TO NEW-MASTER, ' TO WS-ABORT-MSG-EDESC
076600         MOVE WS-NEWMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
076700         MOVE 8648 TO RETURN-CODE
076800         PERFORM 9999-ABORT THRU 9999-EXIT
076900     END-IF
077000
077100     .
077200 8600-EXIT.
077300     EXIT.
077400*****************************************************************
077500*  MAJOR ERROR HANDLING ROUTINE
077600*****************************************************************
077700
077800 9999-ABORT.
077900     MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY
078000     DISPLAY 'PROGRAM: LAB48, ', WS-ABORT-MSG-STRING, ', RC='
078100         WS-RETURN-CODE-DISPLAY
078200     DIVIDE 1 BY WS-ABORT-TRIGGER GIVING WS-ABORT-CODE
078300
078400     .
078500 9999-EXIT.
078600     EXIT.
078700*****************************************************************
078800*  PHYSICAL END OF PROGRAM
078900*****************************************************************
