000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB45.
000300 AUTHOR.        SUZI Q.
000400 DATE-WRITTEN.  OCTOBER 2026.
000500 DATE-COMPILED.
000600*****************************************************************
000700*
000800*-------------P R O G R A M  D E S C R I P T I O N--------------*
000900*
001000*    ----------------- LAB45 -----------------------
001100*
001200*    PURPOSE  THIS PROGRAM MAINTAINS THE BONUS REPAYMENT
001300*    =======  AGREEMENT MASTER (AGRMAST) - ONE RECORD PER
001400*                SIGN-ON OR RETENTION BONUS PAID UNDER AN
001500*                AGREEMENT THAT THE EMPLOYEE REPAYS A SHARE OF
001600*                THE BONUS ON LEAVING BEFORE THE SERVICE PERIOD
001700*                ENDS.  IT APPLIES ADD/CHANGE/DELETE TRANSACTIONS
001800*                WITH THE SAME EDIT-AND-AUDIT DISCIPLINE LAB36
001900*                GIVES THE DEDUCTION MASTER, AND LISTS EVERY
002000*                TRANSACTION WITH THE AGREEMENT STATUS BEFORE AND
002100*                AFTER.  THE MONTHLY LAB46 RUN CLAWS BACK FROM THE
002200*                AGREEMENTS KEPT HERE.
002300*
002400*    NOTE:    AN AGREEMENT IS KEYED BY EMPLOYEE PLUS THE BONUS
002500*    =====    HISTORY KEY (RUN DATE AND SEQUENCE) OF THE BONUS IT
002600*             COVERS, AND AN ADD MUST NAME A POSITIVE POSTING
002700*             THAT IS ON BONHIST - THE GROSS, COMPANY AND STATE
002800*             ARE TAKEN FROM THE HISTORY, NOT KEYED.  A SEQUENCE
002900*             OF 0000 ASKS THIS PROGRAM TO FIND THE POSTING: THE
003000*             FIRST SIGN-ON OR RETENTION POSTING FOR THE EMPLOYEE
003100*             ON THAT RUN DATE, OR THE ONLY POSTING THAT DAY.
003200*             THE BONUS TYPE MAY BE LEFT BLANK WHEN THE HISTORY
003300*             CARRIES IT; IT MUST BE KEYED FOR A BONUS POSTED
003400*             BEFORE THE FEED CARRIED THE TYPE.  AN AGREEMENT
003500*             LAB46 HAS CLOSED (CLAWED BACK OR SERVED OUT) CAN
003600*             NO LONGER BE CHANGED, ONLY DELETED.  A CHANGE MAY
003700*             WAIVE AN AGREEMENT ('W') OR REOPEN A WAIVED ONE
003800*             ('O'), AND MAY RECORD THE LAST DAY WORKED ONCE HR
003900*             KNOWS IT SO LAB46 PRORATES TO THAT DATE.
004000*
004100*    INPUT   AGRM-MASTER     AGRMAST  (AGREEMENT MASTER - I-O)
004200*    =====   HIST-FILE       BONHIST  (BONUS HISTORY KSDS)
004300*            TRANS-FILE      AGRTRAN  (ADD/CHANGE/DELETE TRANS)
004400*            LS-RUN-MODE     'T' = TRIAL RUN (PARM) - EVERY
004500*                            TRANSACTION IS EDITED, MATCHED TO
004600*                            THE MASTER AND LISTED, BUT AGRMAST
004700*                            IS NOT UPDATED AND THE STEP ENDS
004800*                            RC 4.
004900*
005000*    PROCESS 1. READ EACH TRANSACTION AND EDIT IT.
005100*    ======= 2. FIND THE BONUS ON THE HISTORY WHEN THE SEQUENCE
005200*               IS LEFT ZERO.
005300*            3. READ THE MASTER RECORD FOR ITS KEY.
005400*            4. ADD, REWRITE, OR DELETE THE MASTER RECORD.
005500*            5. LIST THE BEFORE AND AFTER STATUS OF EACH
005600*               TRANSACTION ON THE AUDIT LISTING.
005700*
005800*    OUTPUT  AGRM-MASTER     AGRMAST  (UPDATED IN PLACE)
005900*    ======  AUDIT-REPORT    AGRAUDIT (BEFORE/AFTER AUDIT LIST)
006000*
006100*    CALLING PROGRAM(S)  :   NONE
006200*
006300*    CALLED  PROGRAM(S)  :   NONE
006400*
006500*---------------------------------------------------------------*
006600*                 UPDATE LOG
006700*---------------------------------------------------------------*
006800*
006900* PERSON  PROJECT   DATE      DESCRIPTION          PROGRAM   VER*
007000* ------  --------  --------  -------------------  -------   ---*
007100* SUZI Q  PAYROLL   10/15/26  INITIAL VERSION       LAB45     000*
007133* SUZI Q  PAYROLL   10/15/26  DATES ROUND-TRIPPED   LAB45     001*
007166*                             THROUGH THE CALENDAR
007177* SUZI Q  PAYROLL   10/15/26  BONHIST WIDENED TO    LAB45     002*
007188*                             120 BYTES
007200*****************************************************************
007300*
007400*****************************************************************
007500*         E N V I R O N M E N T     D I V I S I O N
007600*****************************************************************
007700 ENVIRONMENT DIVISION.
007800 INPUT-OUTPUT SECTION.
007900 FILE-CONTROL.
008000     SELECT AGRM-MASTER    ASSIGN TO AGRMAST
008100            ORGANIZATION INDEXED
008200            ACCESS MODE RANDOM
008300            RECORD KEY IS AM-KEY
008400            FILE STATUS IS WS-AGRMAST-STATUS-CODE.
008500     SELECT HIST-FILE      ASSIGN TO BONHIST
008600            ORGANIZATION IS INDEXED
008700            ACCESS MODE IS DYNAMIC
008800            RECORD KEY IS BH-KEY
008900            FILE STATUS IS WS-HSTFILE-STATUS-CODE.
009000     SELECT TRANS-FILE     ASSIGN TO AGRTRAN
009100            FILE STATUS IS WS-TRANS-STATUS-CODE.
009200     SELECT AUDIT-REPORT   ASSIGN TO AGRAUDIT
009300            FILE STATUS IS WS-AUDIT-STATUS-CODE.
009400*****************************************************************
009500*                  D A T A     D I V I S I O N
009600*****************************************************************
009700 DATA DIVISION.
009800 FILE SECTION.
009900*****************************************************************
010000*    AGRM-MASTER                                    I-O
010100*****************************************************************
010200 FD  AGRM-MASTER
010300     RECORD CONTAINS 100 CHARACTERS.
010400
010500 COPY AGRMCMP REPLACING
010600     AG-RECORD              BY  AGRM-RECORD
010700     AG-KEY                 BY  AM-KEY
010800     AG-EMPLOYEE-ID         BY  AM-EMPLOYEE-ID
010900     AG-BONUS-KEY           BY  AM-BONUS-KEY
011000     AG-BONUS-RUN-DATE      BY  AM-BONUS-RUN-DATE
011100     AG-BONUS-SEQ-NO        BY  AM-BONUS-SEQ-NO
011200     AG-BONUS-TYPE          BY  AM-BONUS-TYPE
011300     AG-SIGN-ON-BONUS       BY  AM-SIGN-ON-BONUS
011400     AG-RETENTION-BONUS     BY  AM-RETENTION-BONUS
011500     AG-COMPANY-CODE        BY  AM-COMPANY-CODE
011600     AG-STATE-CODE          BY  AM-STATE-CODE
011700     AG-BONUS-GROSS         BY  AM-BONUS-GROSS
011800     AG-START-DATE          BY  AM-START-DATE
011900     AG-END-DATE            BY  AM-END-DATE
012000     AG-REPAY-METHOD        BY  AM-REPAY-METHOD
012100     AG-PRORATED            BY  AM-PRORATED
012200     AG-FULL-REPAYMENT      BY  AM-FULL-REPAYMENT
012300     AG-STEP-SCHEDULE       BY  AM-STEP-SCHEDULE
012400     AG-STEP                BY  AM-STEP
012500     AG-STEP-THRU-MONTHS    BY  AM-STEP-THRU-MONTHS
012600     AG-STEP-PCT            BY  AM-STEP-PCT
012700     AG-STATUS              BY  AM-STATUS
012800     AG-OPEN                BY  AM-OPEN
012900     AG-CLAWED-BACK         BY  AM-CLAWED-BACK
013000     AG-EARNED              BY  AM-EARNED
013100     AG-WAIVED              BY  AM-WAIVED
013200     AG-SEPARATION-DATE     BY  AM-SEPARATION-DATE
013300     AG-CLOSED-DATE         BY  AM-CLOSED-DATE
013400     AG-AMOUNT-OWED         BY  AM-AMOUNT-OWED.
013500
013600*****************************************************************
013700*    HIST-FILE                                      INPUT
013800*****************************************************************
013900 FD  HIST-FILE
014000     LABEL RECORDS STANDARD
014100     RECORD CONTAINS 120 CHARACTERS
014200     DATA RECORD IS HIST-RECORD.
014300
014400 COPY BONHCMP REPLACING
014500     HC-RECORD              BY  HIST-RECORD
014600     HC-KEY                 BY  BH-KEY
014700     HC-EMPLOYEE-ID         BY  BH-EMPLOYEE-ID
014800     HC-RUN-DATE            BY  BH-RUN-DATE
014900     HC-SEQUENCE-NO         BY  BH-SEQUENCE-NO
015000     HC-STATE-CODE          BY  BH-STATE-CODE
015100     HC-GROSS               BY  BH-GROSS
015200     HC-COMPANY-CODE        BY  BH-COMPANY-CODE
015300     HC-BONUS-TYPE          BY  BH-BONUS-TYPE
015400     HC-REGULAR-BONUS       BY  BH-REGULAR-BONUS
015500     HC-SIGN-ON-BONUS       BY  BH-SIGN-ON-BONUS
015600     HC-RETENTION-BONUS     BY  BH-RETENTION-BONUS.
015700
015800*****************************************************************
015900*    TRANS-FILE                                     INPUT
016000*****************************************************************
016100 FD  TRANS-FILE
016200     RECORDING F
016300     RECORD CONTAINS 100 CHARACTERS
016400     BLOCK CONTAINS 0 RECORDS.
016500
016600 01  TRANS-RECORD.
016700     05  TR-KEY.
016800         10  TR-EMPLOYEE-ID      PIC X(08).
016900         10  TR-BONUS-RUN-DATE   PIC X(08).
017000         10  TR-BONUS-SEQ-NO     PIC 9(04).
017100*                         0000 = FIND THE POSTING ON THE HISTORY
017200     05  TR-ACTION-CODE          PIC X(01).
017300         88  TR-ADD                      VALUE 'A'.
017400         88  TR-CHANGE                   VALUE 'C'.
017500         88  TR-DELETE                   VALUE 'D'.
017600     05  TR-BONUS-TYPE           PIC X(01).
017700*                         BLANK = AS CARRIED ON THE HISTORY
017800         88  TR-TYPE-FROM-HISTORY        VALUE ' '.
017900         88  TR-SIGN-ON-BONUS            VALUE 'S'.
018000         88  TR-RETENTION-BONUS          VALUE 'R'.
018100     05  TR-START-DATE           PIC X(08).
018200*                         BLANK ON AN ADD = THE BONUS RUN DATE;
018300*                         BLANK ON A CHANGE = UNCHANGED
018400     05  TR-END-DATE             PIC X(08).
018500     05  TR-REPAY-METHOD         PIC X(01).
018600         88  TR-PRORATED                 VALUE 'P'.
018700         88  TR-FULL-REPAYMENT           VALUE 'F'.
018800         88  TR-STEP-SCHEDULE            VALUE 'S'.
018900     05  TR-STEP OCCURS 3 TIMES.
019000         10  TR-STEP-THRU-MONTHS PIC 9(03).
019100         10  TR-STEP-PCT         PIC 9(03).
019200     05  TR-STATUS               PIC X(01).
019300*                         BLANK = UNCHANGED (AN ADD IS ALWAYS
019400*                         OPENED); 'W' WAIVES THE AGREEMENT AND
019500*                         'O' REOPENS A WAIVED ONE
019600         88  TR-STATUS-UNCHANGED         VALUE ' '.
019700         88  TR-OPEN                     VALUE 'O'.
019800         88  TR-WAIVED                   VALUE 'W'.
019900     05  TR-SEPARATION-DATE      PIC X(08).
020000*                         LAST DAY WORKED, WHEN KNOWN; BLANK =
020100*                         UNCHANGED
020200     05  FILLER                  PIC X(34).
020300
020400*****************************************************************
020500*    AUDIT-REPORT                                   OUTPUT
020600*****************************************************************
020700 FD  AUDIT-REPORT
020800     RECORDING F
020900     RECORD CONTAINS 133 CHARACTERS
021000     BLOCK CONTAINS 0 RECORDS.
021100
021200 01  AUDIT-RECORD.
021300     05  FILLER                  PIC X(133).
021400*****************************************************************
021500*    W O R K I N G - S T O R A G E
021600*****************************************************************
021700 WORKING-STORAGE SECTION.
021800
021900 01  WS-START-OF-WORKING-STORAGE.
022000     05 WS-START-OF-WS-MARKER           PIC X(37)
022100        VALUE 'LAB45 WORKING STORAGE BEGINS HERE'.
022200***********************
022300*  CONSTANTS          *
022400***********************
022500
022600 01  WS-CONSTANTS.
022700*************** NO REPAYMENT AGREEMENT RUNS LONGER THAN FIVE
022800*************** YEARS - A LONGER STEP LIMIT IS A KEYING ERROR.
022900     05  WS-C-MAX-STEP-MONTHS    PIC 9(03)      VALUE 060.
023000     05  WS-C-MAX-STEP-PCT       PIC 9(03)      VALUE 100.
023100
023200***********************
023300*  ERROR CODES        *
023400***********************
023500
023600 01  WS-ERROR-CODES.
023700     05  WS-AGRMAST-STATUS-CODE  PIC X(2)  VALUE '**'.
023800     05  WS-HSTFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
023900     05  WS-TRANS-STATUS-CODE    PIC X(2)  VALUE '**'.
024000     05  WS-AUDIT-STATUS-CODE    PIC X(2)  VALUE '**'.
024100     05  WS-ABORT-TRIGGER        PIC S9(1) VALUE 0.
024200     05  WS-ABORT-CODE           PIC S9(1).
024300     05  WS-RETURN-CODE-DISPLAY  PIC S9(5) COMP-3.
024400
024500***********************
024600*  MESSAGE STRINGS    *
024700***********************
024800
024900 01  WS-ABORT-MSG-STRING.
025000     05  WS-ABORT-MSG-ERRLB      PIC X(06) VALUE 'ERROR '.
025100     05  WS-ABORT-MSG-EDESC      PIC X(28).
025200     05  WS-ABORT-MSG-IN         PIC X(14) VALUE ' IN PARAGRAPH '.
025300     05  WS-ABORT-MSG-PGRPH      PIC X(28).
025400     05  WS-ABORT-MSG-RCLBL      PIC X(08) VALUE 'SYS RC: '.
025500     05  WS-ABORT-MSG-SYSRC      PIC X(02).
025600
025700***********************
025800*  SWITCHES           *
025900***********************
026000
026100 01  SWITCHES.
026200     05  WS-TRANS-SWITCH         PIC X(01) VALUE 'N'.
026300         88  WS-TRANS-EOF                  VALUE 'Y'.
026400     05  WS-TRANS-VALID-SWITCH   PIC X(01) VALUE 'Y'.
026500         88  WS-TRANS-IS-VALID             VALUE 'Y'.
026600     05  WS-MASTER-FOUND-SWITCH  PIC X(01) VALUE 'N'.
026700         88  WS-MASTER-FOUND               VALUE 'Y'.
026800     05  WS-HIST-FOUND-SWITCH    PIC X(01) VALUE 'N'.
026900         88  WS-HIST-FOUND                 VALUE 'Y'.
027000     05  WS-HIST-SCAN-SWITCH     PIC X(01) VALUE 'N'.
027100         88  WS-HIST-SCAN-DONE             VALUE 'Y'.
027200     05  WS-DATE-VALID-SWITCH    PIC X(01) VALUE 'Y'.
027300         88  WS-DATE-IS-VALID              VALUE 'Y'.
027400     05  WS-RUN-MODE-SWITCH      PIC X(01) VALUE ' '.
027500         88  WS-TRIAL-RUN                  VALUE 'T'.
027600
027700***********************
027800*  ACCUMULATORS       *
027900***********************
028000
028100 01  ACCUMULATORS.
028200     05  WS-TRANS-IN-CTR         PIC S9(05) COMP-3 VALUE +0.
028300     05  WS-TRANS-ERROR-CTR      PIC S9(05) COMP-3 VALUE +0.
028400     05  WS-ADD-CTR              PIC S9(05) COMP-3 VALUE +0.
028500     05  WS-CHANGE-CTR           PIC S9(05) COMP-3 VALUE +0.
028600     05  WS-DELETE-CTR           PIC S9(05) COMP-3 VALUE +0.
028700     05  WS-POSTINGS-THAT-DAY    PIC S9(03) COMP-3 VALUE +0.
028800
028900***********************
029000*  WORKING VALUES     *
029100***********************
029200
029300 01  WS-WORKING-VALUES.
029400     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
029500     05  WS-BEFORE-STATUS        PIC X(01)  VALUE SPACES.
029600     05  WS-AFTER-STATUS         PIC X(01)  VALUE SPACES.
029700     05  WS-START-DATE           PIC X(08)  VALUE SPACES.
029800     05  WS-ERROR-TEXT           PIC X(40)  VALUE SPACES.
029900     05  WS-FOUND-SEQ-NO         PIC 9(04)  VALUE ZERO.
030000     05  WS-ONLY-SEQ-NO          PIC 9(04)  VALUE ZERO.
030100     05  WS-EDIT-DATE            PIC X(08)  VALUE SPACES.
030200     05  WS-EDIT-DATE-PARTS      REDEFINES WS-EDIT-DATE.
030300         10  WS-EDIT-YYYY        PIC 9(04).
030400         10  WS-EDIT-MM          PIC 9(02).
030500         10  WS-EDIT-DD          PIC 9(02).
030520     05  WS-EDIT-DATE-9          REDEFINES WS-EDIT-DATE
030540                                 PIC 9(08).
030560     05  WS-DATE-INTEGER         PIC S9(09) COMP    VALUE ZERO.
030580     05  WS-DATE-CHECK-9         PIC 9(08)          VALUE ZERO.
030600
030700***********************
030800*  RECORD LAYOUTS     *
030900***********************
031000
031100 01  WS-AUDIT-HEADER-1.
031200     05 WAH1-ASA-CODE            PIC X(01) VALUE '1'.
031300     05 WAH1-TITLE               PIC X(45) VALUE
031400                 'BONUS REPAYMENT AGREEMENT MAINTENANCE AUDIT'.
031500     05 WAH1-MODE                PIC X(34) VALUE SPACES.
031600     05 WAH1-DATE-LABEL          PIC X(10) VALUE 'RUN DATE: '.
031700     05 WAH1-RUN-DATE            PIC X(08).
031800     05 WAH1-FILLER              PIC X(35) VALUE SPACES.
031900
032000 01  WS-AUDIT-HEADER-2.
032100     05 WAH2-ASA-CODE            PIC X(01) VALUE '-'.
032200     05 WAH2-EMPLOYEE-LABEL      PIC X(10) VALUE 'EMPLOYEE'.
032300     05 WAH2-BONUS-LABEL         PIC X(14) VALUE 'BONUS DT SEQ'.
032400     05 WAH2-COL-DIV-1           PIC X(01) VALUE SPACES.
032500     05 WAH2-ACTION-LABEL        PIC X(10) VALUE 'ACTION'.
032600     05 WAH2-TYPE-LABEL          PIC X(03) VALUE 'TY'.
032700     05 WAH2-METHOD-LABEL        PIC X(03) VALUE 'MT'.
032800     05 WAH2-START-LABEL         PIC X(10) VALUE 'START'.
032900     05 WAH2-END-LABEL           PIC X(10) VALUE 'END'.
033000     05 WAH2-GROSS-LABEL         PIC X(16) VALUE
033100                                 '   BONUS GROSS'.
033200     05 WAH2-STATUS-LABEL        PIC X(07) VALUE ' B /A'.
033300     05 WAH2-MESSAGE-LABEL       PIC X(07) VALUE 'MESSAGE'.
033400     05 WAH2-FILLER              PIC X(41) VALUE SPACES.
033500
033600 01  WS-AUDIT-DETAIL.
033700     05 WAD-ASA-CODE             PIC X(01) VALUE SPACES.
033800     05 WAD-EMPLOYEE-ID          PIC X(08).
033900     05 WAD-COL-DIV-0            PIC X(02) VALUE SPACES.
034000     05 WAD-BONUS-RUN-DATE       PIC X(08).
034100     05 WAD-COL-DIV-1            PIC X(01) VALUE SPACES.
034200     05 WAD-BONUS-SEQ-NO         PIC 9(04).
034300     05 WAD-COL-DIV-2            PIC X(02) VALUE SPACES.
034400     05 WAD-ACTION               PIC X(08).
034500     05 WAD-COL-DIV-3            PIC X(02) VALUE SPACES.
034600     05 WAD-BONUS-TYPE           PIC X(01).
034700     05 WAD-COL-DIV-4            PIC X(02) VALUE SPACES.
034800     05 WAD-REPAY-METHOD         PIC X(01).
034900     05 WAD-COL-DIV-5            PIC X(02) VALUE SPACES.
035000     05 WAD-START-DATE           PIC X(08).
035100     05 WAD-COL-DIV-6            PIC X(02) VALUE SPACES.
035200     05 WAD-END-DATE             PIC X(08).
035300     05 WAD-COL-DIV-7            PIC X(02) VALUE SPACES.
035400     05 WAD-BONUS-GROSS          PIC ZZ,ZZZ,ZZ9.99-.
035500     05 WAD-COL-DIV-8            PIC X(03) VALUE SPACES.
035600     05 WAD-BEFORE-STATUS        PIC X(01).
035700     05 WAD-STATUS-SLASH         PIC X(02) VALUE ' /'.
035800     05 WAD-AFTER-STATUS         PIC X(01).
035900     05 WAD-COL-DIV-9            PIC X(02) VALUE SPACES.
036000     05 WAD-MESSAGE              PIC X(40).
036100     05 WAD-FILLER               PIC X(08) VALUE SPACES.
036200
036300 01  WS-AUDIT-FOOTER.
036400     05 WAF-ASA-CODE             PIC X(01) VALUE '-'.
036500     05 WAF-LINE-1               PIC X(20) VALUE
036600                                 'TRANSACTIONS READ  :'.
036700     05 WAF-TRANS-CTR            PIC ZZ,ZZ9.
036800     05 WAF-FILLER1              PIC X(05) VALUE SPACES.
036900     05 WAF-LINE-2               PIC X(20) VALUE
037000                                 'TRANSACTIONS BAD   :'.
037100     05 WAF-ERROR-CTR            PIC ZZ,ZZ9.
037200     05 WAF-FILLER2              PIC X(75) VALUE SPACES.
037300
037400 01  WS-AUDIT-FOOTER-2.
037500     05 WAF2-ASA-CODE            PIC X(01) VALUE ' '.
037600     05 WAF2-LINE-1              PIC X(20) VALUE
037700                                 'ADDS:    '.
037800     05 WAF2-ADD-CTR             PIC ZZ,ZZ9.
037900     05 WAF2-FILLER1             PIC X(05) VALUE SPACES.
038000     05 WAF2-LINE-2              PIC X(20) VALUE
038100                                 'CHANGES: '.
038200     05 WAF2-CHANGE-CTR          PIC ZZ,ZZ9.
038300     05 WAF2-FILLER2             PIC X(05) VALUE SPACES.
038400     05 WAF2-LINE-3              PIC X(20) VALUE
038500                                 'DELETES: '.
038600     05 WAF2-DELETE-CTR          PIC ZZ,ZZ9.
038700     05 WAF2-FILLER3             PIC X(44) VALUE SPACES.
038800
038900 01  WS-END-OF-WORKING-STORAGE.
039000     05 WS-END-OF-WS-MARKER      PIC X(35) VALUE
039100        'LAB45 WORKING STORAGE ENDS HERE'.
039200*****************************************************************
039300*          L I N K A G E
039400*****************************************************************
039500
039600 LINKAGE SECTION.
039700
039800 01  LS-RUN-MODE                 PIC X(01).
039900*                         'T' RUNS THE MAINTENANCE AS A TRIAL -
040000*                         FULL EDIT AND AUDIT LISTING, BUT
040100*                         AGRMAST IS NOT UPDATED AND THE STEP
040200*                         ENDS RC 4.  OMITTED OR BLANK = LIVE.
040300
040400*****************************************************************
040500*          P R O C E D U R E     D I V I S I O N
040600*****************************************************************
040700
040800 PROCEDURE DIVISION USING OPTIONAL LS-RUN-MODE.
040900 0000-MAINLINE.
041000     PERFORM 1000-INITIALIZATION  THRU 1000-EXIT
041100     PERFORM 2000-APPLY-TRANS     THRU 2000-EXIT
041200         UNTIL WS-TRANS-EOF
041300     PERFORM 3000-WRITE-FOOTERS   THRU 3000-EXIT
041400     PERFORM 4000-TERMINATE       THRU 4000-EXIT
041500     GOBACK
041600
041700     .
041800*****************************************************************
041900*  INITIALIZATION ROUTINE
042000*****************************************************************
042100
042200 1000-INITIALIZATION.
042300     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
042400
042500     OPEN I-O    AGRM-MASTER
042600     IF WS-AGRMAST-STATUS-CODE = '00' THEN
042700         CONTINUE
042800     ELSE
042900         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
043000         MOVE 'OPENING AGRM-MASTER, ' TO WS-ABORT-MSG-EDESC
043100         MOVE WS-AGRMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
043200         MOVE 4501 TO RETURN-CODE
043300         PERFORM 9999-ABORT THRU 9999-EXIT
043400     END-IF
043500
043600     OPEN INPUT  HIST-FILE
043700     IF WS-HSTFILE-STATUS-CODE = '00' THEN
043800         CONTINUE
043900     ELSE
044000         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
044100         MOVE 'OPENING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
044200         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
044300         MOVE 4502 TO RETURN-CODE
044400         PERFORM 9999-ABORT THRU 9999-EXIT
044500     END-IF
044600
044700     OPEN INPUT  TRANS-FILE
044800     IF WS-TRANS-STATUS-CODE = '00' THEN
044900         CONTINUE
045000     ELSE
045100         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
045200         MOVE 'OPENING TRANS-FILE, ' TO WS-ABORT-MSG-EDESC
045300         MOVE WS-TRANS-STATUS-CODE TO WS-ABORT-MSG-SYSRC
045400         MOVE 4503 TO RETURN-CODE
045500         PERFORM 9999-ABORT THRU 9999-EXIT
045600     END-IF
045700
045800     OPEN OUTPUT AUDIT-REPORT
045900     IF WS-AUDIT-STATUS-CODE = '00' THEN
046000         CONTINUE
046100     ELSE
046200         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
046300         MOVE 'OPENING AUDIT-REPORT, ' TO WS-ABORT-MSG-EDESC
046400         MOVE WS-AUDIT-STATUS-CODE TO WS-ABORT-MSG-SYSRC
046500         MOVE 4504 TO RETURN-CODE
046600         PERFORM 9999-ABORT THRU 9999-EXIT
046700     END-IF
046800
046900     IF LS-RUN-MODE IS OMITTED
047000         CONTINUE
047100     ELSE
047200         MOVE LS-RUN-MODE TO WS-RUN-MODE-SWITCH
047300     END-IF
047400     IF WS-TRIAL-RUN THEN
047500         MOVE ' ** TRIAL - MASTER NOT UPDATED **'
047600             TO WAH1-MODE
047700     END-IF
047800     MOVE WS-RUN-DATE TO WAH1-RUN-DATE
047900     MOVE WS-AUDIT-HEADER-1 TO AUDIT-RECORD
048000     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
048100     MOVE WS-AUDIT-HEADER-2 TO AUDIT-RECORD
048200     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
048300
048400     PERFORM 8100-READ-TRANS THRU 8100-EXIT
048500
048600     .
048700 1000-EXIT.
048800     EXIT.
048900*****************************************************************
049000*  EDIT ONE TRANSACTION, MATCH IT TO THE MASTER, AND APPLY IT
049100*****************************************************************
049200
049300 2000-APPLY-TRANS.
049400     MOVE SPACES TO WS-BEFORE-STATUS
049500     MOVE SPACES TO WS-AFTER-STATUS
049600     INITIALIZE AGRM-RECORD
049700     PERFORM 2400-EDIT-TRANSACTION THRU 2400-EXIT
049800     IF WS-TRANS-IS-VALID AND TR-BONUS-SEQ-NO = ZERO THEN
049900         PERFORM 2450-FIND-BONUS-SEQ THRU 2450-EXIT
050000     END-IF
050100     IF WS-TRANS-IS-VALID THEN
050200         PERFORM 8000-READ-AGRM-MASTER THRU 8000-EXIT
050300         EVALUATE TRUE
050400             WHEN TR-ADD
050500                 PERFORM 2100-ADD-AGREEMENT THRU 2100-EXIT
050600             WHEN TR-CHANGE
050700                 PERFORM 2200-CHANGE-AGREEMENT THRU 2200-EXIT
050800             WHEN TR-DELETE
050900                 PERFORM 2300-DELETE-AGREEMENT THRU 2300-EXIT
051000         END-EVALUATE
051100     END-IF
051200     IF WS-TRANS-IS-VALID THEN
051300         PERFORM 2500-WRITE-AUDIT-LINE THRU 2500-EXIT
051400     ELSE
051500         PERFORM 2600-WRITE-ERROR-LINE THRU 2600-EXIT
051600     END-IF
051700     PERFORM 8100-READ-TRANS THRU 8100-EXIT
051800
051900     .
052000 2000-EXIT.
052100     EXIT.
052200*****************************************************************
052300*  ADD A NEW AGREEMENT - THE KEY MUST NOT BE ON FILE AND THE
052400*  BONUS MUST BE A POSITIVE POSTING ON THE HISTORY
052500*****************************************************************
052600
052700 2100-ADD-AGREEMENT.
052800     IF WS-MASTER-FOUND THEN
052900         MOVE AM-STATUS TO WS-BEFORE-STATUS
053000         MOVE AM-STATUS TO WS-AFTER-STATUS
053100         MOVE 'AGREEMENT ALREADY ON THE MASTER'
053200             TO WS-ERROR-TEXT
053300         MOVE 'N' TO WS-TRANS-VALID-SWITCH
053400         GO TO 2100-EXIT
053500     END-IF
053600
053700     MOVE TR-KEY TO BH-KEY
053800     PERFORM 8200-READ-HIST-FILE THRU 8200-EXIT
053900     IF NOT WS-HIST-FOUND THEN
054000         MOVE 'BONUS NOT ON THE HISTORY (BONHIST)'
054100             TO WS-ERROR-TEXT
054200         MOVE 'N' TO WS-TRANS-VALID-SWITCH
054300         GO TO 2100-EXIT
054400     END-IF
054500
054600     IF BH-GROSS NOT > ZERO THEN
054700         MOVE 'HISTORY POSTING IS NOT A BONUS PAYMENT'
054800             TO WS-ERROR-TEXT
054900         MOVE 'N' TO WS-TRANS-VALID-SWITCH
055000         GO TO 2100-EXIT
055100     END-IF
055200
055300*************** THE HISTORY'S TYPE STANDS; A BONUS POSTED BEFORE
055400*************** THE FEED CARRIED ONE TAKES THE TYPE KEYED HERE.
055500     EVALUATE TRUE
055600         WHEN BH-SIGN-ON-BONUS OR BH-RETENTION-BONUS
055700             IF TR-TYPE-FROM-HISTORY OR
055800                TR-BONUS-TYPE = BH-BONUS-TYPE THEN
055900                 MOVE BH-BONUS-TYPE TO AM-BONUS-TYPE
056000             ELSE
056100                 MOVE 'BONUS TYPE DISAGREES WITH THE HISTORY'
056200                     TO WS-ERROR-TEXT
056300                 MOVE 'N' TO WS-TRANS-VALID-SWITCH
056400             END-IF
056500         WHEN TR-TYPE-FROM-HISTORY
056600             MOVE 'BONUS TYPE S OR R REQUIRED FOR THIS BONUS'
056700                 TO WS-ERROR-TEXT
056800             MOVE 'N' TO WS-TRANS-VALID-SWITCH
056900         WHEN OTHER
057000             MOVE TR-BONUS-TYPE TO AM-BONUS-TYPE
057100     END-EVALUATE
057200     IF NOT WS-TRANS-IS-VALID THEN
057300         GO TO 2100-EXIT
057400     END-IF
057500
057600     IF TR-START-DATE = SPACES THEN
057700         MOVE BH-RUN-DATE   TO WS-START-DATE
057800     ELSE
057900         MOVE TR-START-DATE TO WS-START-DATE
058000     END-IF
058100     IF TR-END-DATE NOT > WS-START-DATE THEN
058200         MOVE 'END DATE MUST BE AFTER THE START DATE'
058300             TO WS-ERROR-TEXT
058400         MOVE 'N' TO WS-TRANS-VALID-SWITCH
058500         GO TO 2100-EXIT
058600     END-IF
058700
058800     MOVE TR-KEY             TO AM-KEY
058900     MOVE BH-COMPANY-CODE    TO AM-COMPANY-CODE
059000     MOVE BH-STATE-CODE      TO AM-STATE-CODE
059100     MOVE BH-GROSS           TO AM-BONUS-GROSS
059200     MOVE WS-START-DATE      TO AM-START-DATE
059300     PERFORM 2350-MOVE-TRANS-FIELDS THRU 2350-EXIT
059400     MOVE 'O'                TO AM-STATUS
059500     MOVE TR-SEPARATION-DATE TO AM-SEPARATION-DATE
059600     MOVE SPACES             TO AM-CLOSED-DATE
059700     MOVE ZERO               TO AM-AMOUNT-OWED
059800     MOVE AM-STATUS          TO WS-AFTER-STATUS
059900     IF NOT WS-TRIAL-RUN THEN
060000         PERFORM 8600-WRITE-AGRM-MASTER THRU 8600-EXIT
060100     END-IF
060200     ADD +1 TO WS-ADD-CTR
060300
060400     .
060500 2100-EXIT.
060600     EXIT.
060700*****************************************************************
060800*  CHANGE AN OPEN OR WAIVED AGREEMENT.  ONE LAB46 HAS CLOSED IS
060900*  HISTORY AND STAYS AS IT WAS CLOSED.
061000*****************************************************************
061100
061200 2200-CHANGE-AGREEMENT.
061300     IF NOT WS-MASTER-FOUND THEN
061400         MOVE 'NO AGREEMENT FOR EMPLOYEE/BONUS'
061500             TO WS-ERROR-TEXT
061600         MOVE 'N' TO WS-TRANS-VALID-SWITCH
061700         GO TO 2200-EXIT
061800     END-IF
061900
062000     MOVE AM-STATUS TO WS-BEFORE-STATUS
062100     MOVE AM-STATUS TO WS-AFTER-STATUS
062200     IF AM-CLAWED-BACK OR AM-EARNED THEN
062300         MOVE 'AGREEMENT CLOSED BY LAB46 - NO CHANGE'
062400             TO WS-ERROR-TEXT
062500         MOVE 'N' TO WS-TRANS-VALID-SWITCH
062600         GO TO 2200-EXIT
062700     END-IF
062800
062900     IF TR-START-DATE = SPACES THEN
063000         MOVE AM-START-DATE TO WS-START-DATE
063100     ELSE
063200         MOVE TR-START-DATE TO WS-START-DATE
063300     END-IF
063400     IF TR-END-DATE NOT > WS-START-DATE THEN
063500         MOVE 'END DATE MUST BE AFTER THE START DATE'
063600             TO WS-ERROR-TEXT
063700         MOVE 'N' TO WS-TRANS-VALID-SWITCH
063800         GO TO 2200-EXIT
063900     END-IF
064000
064100     MOVE WS-START-DATE TO AM-START-DATE
064200     IF NOT TR-TYPE-FROM-HISTORY THEN
064300         MOVE TR-BONUS-TYPE TO AM-BONUS-TYPE
064400     END-IF
064500     PERFORM 2350-MOVE-TRANS-FIELDS THRU 2350-EXIT
064600     EVALUATE TRUE
064700         WHEN TR-WAIVED
064800             MOVE 'W'         TO AM-STATUS
064900             MOVE WS-RUN-DATE TO AM-CLOSED-DATE
065000         WHEN TR-OPEN
065100             MOVE 'O'         TO AM-STATUS
065200             MOVE SPACES      TO AM-CLOSED-DATE
065300         WHEN OTHER
065400             CONTINUE
065500     END-EVALUATE
065600     IF TR-SEPARATION-DATE NOT = SPACES THEN
065700         MOVE TR-SEPARATION-DATE TO AM-SEPARATION-DATE
065800     END-IF
065900     MOVE AM-STATUS TO WS-AFTER-STATUS
066000     IF NOT WS-TRIAL-RUN THEN
066100         PERFORM 8700-REWRITE-AGRM-MASTER THRU 8700-EXIT
066200     END-IF
066300     ADD +1 TO WS-CHANGE-CTR
066400
066500     .
066600 2200-EXIT.
066700     EXIT.
066800*****************************************************************
066900*  DELETE AN AGREEMENT KEYED IN ERROR OR NO LONGER NEEDED
067000*****************************************************************
067100
067200 2300-DELETE-AGREEMENT.
067300     IF WS-MASTER-FOUND THEN
067400         MOVE AM-STATUS  TO WS-BEFORE-STATUS
067500         MOVE SPACES     TO WS-AFTER-STATUS
067600         IF NOT WS-TRIAL-RUN THEN
067700             PERFORM 8800-DELETE-AGRM-MASTER THRU 8800-EXIT
067800         END-IF
067900         ADD +1 TO WS-DELETE-CTR
068000     ELSE
068100         MOVE 'NO AGREEMENT FOR EMPLOYEE/BONUS'
068200             TO WS-ERROR-TEXT
068300         MOVE 'N' TO WS-TRANS-VALID-SWITCH
068400     END-IF
068500
068600     .
068700 2300-EXIT.
068800     EXIT.
068900*****************************************************************
069000*  CARRY THE AGREEMENT TERMS ONTO THE MASTER RECORD
069100*****************************************************************
069200
069300 2350-MOVE-TRANS-FIELDS.
069400     MOVE TR-END-DATE        TO AM-END-DATE
069500     MOVE TR-REPAY-METHOD    TO AM-REPAY-METHOD
069600     MOVE TR-STEP (1)        TO AM-STEP (1)
069700     MOVE TR-STEP (2)        TO AM-STEP (2)
069800     MOVE TR-STEP (3)        TO AM-STEP (3)
069900
070000     .
070100 2350-EXIT.
070200     EXIT.
070300*****************************************************************
070400*  EDIT ONE TRANSACTION - KEY, ACTION, THEN THE AGREEMENT FIELDS
070500*****************************************************************
070600
070700 2400-EDIT-TRANSACTION.
070800     MOVE 'Y' TO WS-TRANS-VALID-SWITCH
070900     MOVE SPACES TO WS-ERROR-TEXT
071000     MOVE TR-BONUS-RUN-DATE TO WS-EDIT-DATE
071100     PERFORM 2420-EDIT-DATE THRU 2420-EXIT
071200
071300     IF TR-EMPLOYEE-ID = SPACES THEN
071400         MOVE 'N' TO WS-TRANS-VALID-SWITCH
071500         MOVE 'EMPLOYEE ID MUST NOT BE BLANK'
071600             TO WS-ERROR-TEXT
071700     ELSE
071800     IF NOT WS-DATE-IS-VALID THEN
071900         MOVE 'N' TO WS-TRANS-VALID-SWITCH
072000         MOVE 'BONUS RUN DATE MUST BE A YYYYMMDD DATE'
072100             TO WS-ERROR-TEXT
072200     ELSE
072300     IF TR-BONUS-SEQ-NO IS NOT NUMERIC THEN
072400         MOVE 'N' TO WS-TRANS-VALID-SWITCH
072500         MOVE 'BONUS SEQUENCE MUST BE NUMERIC'
072600             TO WS-ERROR-TEXT
072700     ELSE
072800         IF NOT TR-ADD AND NOT TR-CHANGE AND NOT TR-DELETE
072900             THEN
073000             MOVE 'N' TO WS-TRANS-VALID-SWITCH
073100             MOVE 'ACTION CODE MUST BE A, C, OR D'
073200                 TO WS-ERROR-TEXT
073300         ELSE
073400             IF TR-DELETE THEN
073500                 CONTINUE
073600             ELSE
073700                 PERFORM 2410-EDIT-AGREEMENT-FIELDS
073800                     THRU 2410-EXIT
073900             END-IF
074000         END-IF
074100     END-IF
074200     END-IF
074300     END-IF
074400
074500     .
074600 2400-EXIT.
074700     EXIT.
074800*****************************************************************
074900*  EDIT THE TYPE, DATES, METHOD, SCHEDULE, AND STATUS
075000*****************************************************************
075100
075200 2410-EDIT-AGREEMENT-FIELDS.
075300     IF TR-TYPE-FROM-HISTORY OR TR-SIGN-ON-BONUS OR
075400        TR-RETENTION-BONUS
075500         CONTINUE
075600     ELSE
075700         MOVE 'N' TO WS-TRANS-VALID-SWITCH
075800         MOVE 'BONUS TYPE MUST BE BLANK, S, OR R'
075900             TO WS-ERROR-TEXT
076000     END-IF
076100
076200     IF WS-TRANS-IS-VALID AND TR-START-DATE NOT = SPACES THEN
076300         MOVE TR-START-DATE TO WS-EDIT-DATE
076400         PERFORM 2420-EDIT-DATE THRU 2420-EXIT
076500         IF NOT WS-DATE-IS-VALID THEN
076600             MOVE 'N' TO WS-TRANS-VALID-SWITCH
076700             MOVE 'START DATE MUST BE BLANK OR YYYYMMDD'
076800                 TO WS-ERROR-TEXT
076900         END-IF
077000     END-IF
077100
077200     IF WS-TRANS-IS-VALID THEN
077300         MOVE TR-END-DATE TO WS-EDIT-DATE
077400         PERFORM 2420-EDIT-DATE THRU 2420-EXIT
077500         IF NOT WS-DATE-IS-VALID THEN
077600             MOVE 'N' TO WS-TRANS-VALID-SWITCH
077700             MOVE 'END DATE MUST BE A YYYYMMDD DATE'
077800                 TO WS-ERROR-TEXT
077900         END-IF
078000     END-IF
078100
078200     IF WS-TRANS-IS-VALID THEN
078300         IF TR-PRORATED OR TR-FULL-REPAYMENT OR TR-STEP-SCHEDULE
078400             CONTINUE
078500         ELSE
078600             MOVE 'N' TO WS-TRANS-VALID-SWITCH
078700             MOVE 'REPAYMENT METHOD MUST BE P, F, OR S'
078800                 TO WS-ERROR-TEXT
078900         END-IF
079000     END-IF
079100
079200     IF WS-TRANS-IS-VALID THEN
079300         IF TR-STEP-THRU-MONTHS (1) IS NOT NUMERIC OR
079400            TR-STEP-PCT (1) IS NOT NUMERIC OR
079500            TR-STEP-THRU-MONTHS (2) IS NOT NUMERIC OR
079600            TR-STEP-PCT (2) IS NOT NUMERIC OR
079700            TR-STEP-THRU-MONTHS (3) IS NOT NUMERIC OR
079800            TR-STEP-PCT (3) IS NOT NUMERIC THEN
079900             MOVE 'N' TO WS-TRANS-VALID-SWITCH
080000             MOVE 'SCHEDULE STEPS MUST BE NUMERIC'
080100                 TO WS-ERROR-TEXT
080200         END-IF
080300     END-IF
080400
080500     IF WS-TRANS-IS-VALID THEN
080600         IF TR-STEP-SCHEDULE THEN
080700             PERFORM 2415-EDIT-SCHEDULE THRU 2415-EXIT
080800         ELSE
080900             IF TR-STEP-THRU-MONTHS (1) NOT = ZERO OR
081000                TR-STEP-PCT (1) NOT = ZERO OR
081100                TR-STEP-THRU-MONTHS (2) NOT = ZERO OR
081200                TR-STEP-PCT (2) NOT = ZERO OR
081300                TR-STEP-THRU-MONTHS (3) NOT = ZERO OR
081400                TR-STEP-PCT (3) NOT = ZERO THEN
081500                 MOVE 'N' TO WS-TRANS-VALID-SWITCH
081600                 MOVE 'SCHEDULE STEPS ARE ONLY FOR METHOD S'
081700                     TO WS-ERROR-TEXT
081800             END-IF
081900         END-IF
082000     END-IF
082100
082200     IF WS-TRANS-IS-VALID THEN
082300         EVALUATE TRUE
082400             WHEN TR-STATUS-UNCHANGED
082500                 CONTINUE
082600             WHEN TR-OPEN OR TR-WAIVED
082700                 IF TR-ADD THEN
082800                     MOVE 'N' TO WS-TRANS-VALID-SWITCH
082900                     MOVE 'STATUS MUST BE BLANK ON AN ADD'
083000                         TO WS-ERROR-TEXT
083100                 END-IF
083200             WHEN OTHER
083300                 MOVE 'N' TO WS-TRANS-VALID-SWITCH
083400                 MOVE 'STATUS MUST BE BLANK, O, OR W'
083500                     TO WS-ERROR-TEXT
083600         END-EVALUATE
083700     END-IF
083800
083900     IF WS-TRANS-IS-VALID AND TR-SEPARATION-DATE NOT = SPACES
084000         THEN
084100         MOVE TR-SEPARATION-DATE TO WS-EDIT-DATE
084200         PERFORM 2420-EDIT-DATE THRU 2420-EXIT
084300         IF NOT WS-DATE-IS-VALID THEN
084400             MOVE 'N' TO WS-TRANS-VALID-SWITCH
084500             MOVE 'SEPARATION DATE MUST BE BLANK OR YYYYMMDD'
084600                 TO WS-ERROR-TEXT
084700         END-IF
084800     END-IF
084900
085000     .
085100 2410-EXIT.
085200     EXIT.
085300*****************************************************************
085400*  EDIT A STEP SCHEDULE - THE FIRST STEP IS REQUIRED; LATER
085500*  STEPS ARE ZERO OR CARRY A LONGER MONTH LIMIT
085600*****************************************************************
085700
085800 2415-EDIT-SCHEDULE.
085900     IF TR-STEP-THRU-MONTHS (1) = ZERO OR
086000        TR-STEP-THRU-MONTHS (1) > WS-C-MAX-STEP-MONTHS OR
086100        TR-STEP-PCT (1) = ZERO OR
086200        TR-STEP-PCT (1) > WS-C-MAX-STEP-PCT THEN
086300         MOVE 'N' TO WS-TRANS-VALID-SWITCH
086400         MOVE 'STEP 1 NEEDS MONTHS 1-60 AND PERCENT 1-100'
086500             TO WS-ERROR-TEXT
086600         GO TO 2415-EXIT
086700     END-IF
086800
086900     IF TR-STEP-THRU-MONTHS (2) = ZERO THEN
087000         IF TR-STEP-PCT (2) NOT = ZERO OR
087100            TR-STEP-THRU-MONTHS (3) NOT = ZERO OR
087200            TR-STEP-PCT (3) NOT = ZERO THEN
087300             MOVE 'N' TO WS-TRANS-VALID-SWITCH
087400             MOVE 'UNUSED SCHEDULE STEPS MUST BE ZERO'
087500                 TO WS-ERROR-TEXT
087600         END-IF
087700         GO TO 2415-EXIT
087800     END-IF
087900
088000     IF TR-STEP-THRU-MONTHS (2) NOT > TR-STEP-THRU-MONTHS (1) OR
088100        TR-STEP-THRU-MONTHS (2) > WS-C-MAX-STEP-MONTHS OR
088200        TR-STEP-PCT (2) > WS-C-MAX-STEP-PCT THEN
088300         MOVE 'N' TO WS-TRANS-VALID-SWITCH
088400         MOVE 'STEP 2 MONTHS OR PERCENT OUT OF RANGE'
088500             TO WS-ERROR-TEXT
088600         GO TO 2415-EXIT
088700     END-IF
088800
088900     IF TR-STEP-THRU-MONTHS (3) = ZERO THEN
089000         IF TR-STEP-PCT (3) NOT = ZERO THEN
089100             MOVE 'N' TO WS-TRANS-VALID-SWITCH
089200             MOVE 'UNUSED SCHEDULE STEPS MUST BE ZERO'
089300                 TO WS-ERROR-TEXT
089400         END-IF
089500         GO TO 2415-EXIT
089600     END-IF
089700
089800     IF TR-STEP-THRU-MONTHS (3) NOT > TR-STEP-THRU-MONTHS (2) OR
089900        TR-STEP-THRU-MONTHS (3) > WS-C-MAX-STEP-MONTHS OR
090000        TR-STEP-PCT (3) > WS-C-MAX-STEP-PCT THEN
090100         MOVE 'N' TO WS-TRANS-VALID-SWITCH
090200         MOVE 'STEP 3 MONTHS OR PERCENT OUT OF RANGE'
090300             TO WS-ERROR-TEXT
090400     END-IF
090500
090600     .
090700 2415-EXIT.
090800     EXIT.
090900*****************************************************************
091000*  CHECK WS-EDIT-DATE IS A REAL YYYYMMDD CALENDAR DATE
091100*****************************************************************
091200
091300 2420-EDIT-DATE.
091400     MOVE 'Y' TO WS-DATE-VALID-SWITCH
091500     IF WS-EDIT-DATE IS NOT NUMERIC THEN
091600         MOVE 'N' TO WS-DATE-VALID-SWITCH
091700     ELSE
091800         IF WS-EDIT-YYYY < 1900 OR
091900            WS-EDIT-MM < 01 OR WS-EDIT-MM > 12 OR
092000            WS-EDIT-DD < 01 OR WS-EDIT-DD > 31 THEN
092100             MOVE 'N' TO WS-DATE-VALID-SWITCH
092200         END-IF
092300     END-IF
092400
092407*************** THE RANGES PASS 0231 AND 0431 - ONLY A REAL DATE
092414*************** COMES BACK UNCHANGED FROM ITS DAY NUMBER.
092421     IF WS-DATE-IS-VALID THEN
092428         COMPUTE WS-DATE-INTEGER =
092435             FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9)
092442         COMPUTE WS-DATE-CHECK-9 =
092449             FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
092456         IF WS-DATE-CHECK-9 NOT = WS-EDIT-DATE-9 THEN
092463             MOVE 'N' TO WS-DATE-VALID-SWITCH
092470         END-IF
092477     END-IF
092484
092500     .
092600 2420-EXIT.
092700     EXIT.
092800*****************************************************************
092900*  SEQUENCE 0000 - FIND THE BONUS AMONG THE EMPLOYEE'S POSTINGS
093000*  ON THE RUN DATE: THE FIRST SIGN-ON OR RETENTION POSTING, OR
093100*  FAILING THAT THE ONLY POSTING THAT DAY
093200*****************************************************************
093300
093400 2450-FIND-BONUS-SEQ.
093500     MOVE ZERO   TO WS-FOUND-SEQ-NO
093600     MOVE ZERO   TO WS-ONLY-SEQ-NO
093700     MOVE ZERO   TO WS-POSTINGS-THAT-DAY
093800     MOVE 'N'    TO WS-HIST-SCAN-SWITCH
093900     MOVE TR-KEY TO BH-KEY
094000
094100     START HIST-FILE KEY IS NOT LESS THAN BH-KEY
094200         INVALID KEY
094300             SET WS-HIST-SCAN-DONE TO TRUE
094400     END-START
094500     IF WS-HSTFILE-STATUS-CODE = '00' OR
094600        WS-HSTFILE-STATUS-CODE = '23' THEN
094700         CONTINUE
094800     ELSE
094900         MOVE '2450-FIND-BONUS-SEQ, ' TO WS-ABORT-MSG-PGRPH
095000         MOVE 'STARTING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
095100         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
095200         MOVE 2445 TO RETURN-CODE
095300         PERFORM 9999-ABORT THRU 9999-EXIT
095400     END-IF
095500
095600     PERFORM 2455-SCAN-ONE-POSTING THRU 2455-EXIT
095700         UNTIL WS-HIST-SCAN-DONE
095800
095900     EVALUATE TRUE
096000         WHEN WS-FOUND-SEQ-NO NOT = ZERO
096100             MOVE WS-FOUND-SEQ-NO TO TR-BONUS-SEQ-NO
096200         WHEN WS-POSTINGS-THAT-DAY = 1
096300             MOVE WS-ONLY-SEQ-NO  TO TR-BONUS-SEQ-NO
096400         WHEN WS-POSTINGS-THAT-DAY = ZERO
096500             MOVE 'NO BONUS ON THE HISTORY FOR THAT DATE'
096600                 TO WS-ERROR-TEXT
096700             MOVE 'N' TO WS-TRANS-VALID-SWITCH
096800         WHEN OTHER
096900             MOVE 'SEVERAL POSTINGS THAT DATE - KEY THE SEQ'
097000                 TO WS-ERROR-TEXT
097100             MOVE 'N' TO WS-TRANS-VALID-SWITCH
097200     END-EVALUATE
097300
097400     .
097500 2450-EXIT.
097600     EXIT.
097700*****************************************************************
097800*  READ THE NEXT POSTING AND STOP PAST THE EMPLOYEE'S RUN DATE
097900*****************************************************************
098000
098100 2455-SCAN-ONE-POSTING.
098200     PERFORM 8210-READ-NEXT-HIST THRU 8210-EXIT
098300     IF WS-HIST-SCAN-DONE THEN
098400         GO TO 2455-EXIT
098500     END-IF
098600     IF BH-EMPLOYEE-ID NOT = TR-EMPLOYEE-ID OR
098700        BH-RUN-DATE NOT = TR-BONUS-RUN-DATE THEN
098800         SET WS-HIST-SCAN-DONE TO TRUE
098900         GO TO 2455-EXIT
099000     END-IF
099100
099200     ADD +1 TO WS-POSTINGS-THAT-DAY
099300     MOVE BH-SEQUENCE-NO TO WS-ONLY-SEQ-NO
099400     IF (BH-SIGN-ON-BONUS OR BH-RETENTION-BONUS) AND
099500        WS-FOUND-SEQ-NO = ZERO THEN
099600         MOVE BH-SEQUENCE-NO TO WS-FOUND-SEQ-NO
099700     END-IF
099800
099900     .
100000 2455-EXIT.
100100     EXIT.
100200*****************************************************************
100300*  WRITE ONE NORMAL AUDIT LINE FOR AN APPLIED TRANSACTION
100400*****************************************************************
100500
100600 2500-WRITE-AUDIT-LINE.
100700     MOVE SPACES             TO WS-AUDIT-DETAIL
100800     MOVE TR-EMPLOYEE-ID     TO WAD-EMPLOYEE-ID
100900     MOVE TR-BONUS-RUN-DATE  TO WAD-BONUS-RUN-DATE
101000     MOVE TR-BONUS-SEQ-NO    TO WAD-BONUS-SEQ-NO
101100     MOVE ' /'               TO WAD-STATUS-SLASH
101200     MOVE WS-BEFORE-STATUS   TO WAD-BEFORE-STATUS
101300     MOVE WS-AFTER-STATUS    TO WAD-AFTER-STATUS
101400     EVALUATE TRUE
101500         WHEN TR-ADD     MOVE 'ADD'    TO WAD-ACTION
101600         WHEN TR-CHANGE  MOVE 'CHANGE' TO WAD-ACTION
101700         WHEN TR-DELETE  MOVE 'DELETE' TO WAD-ACTION
101800     END-EVALUATE
101900     MOVE AM-BONUS-TYPE      TO WAD-BONUS-TYPE
102000     MOVE AM-REPAY-METHOD    TO WAD-REPAY-METHOD
102100     MOVE AM-START-DATE      TO WAD-START-DATE
102200     MOVE AM-END-DATE        TO WAD-END-DATE
102300     MOVE AM-BONUS-GROSS     TO WAD-BONUS-GROSS
102400     EVALUATE TRUE
102500         WHEN TR-DELETE
102600             MOVE 'RECORD DELETED' TO WAD-MESSAGE
102700         WHEN TR-CHANGE AND TR-WAIVED
102800             MOVE 'AGREEMENT WAIVED' TO WAD-MESSAGE
102900         WHEN TR-CHANGE AND TR-OPEN
103000             MOVE 'AGREEMENT CHANGED - REOPENED'
103100                 TO WAD-MESSAGE
103200         WHEN TR-CHANGE
103300             MOVE 'AGREEMENT CHANGED' TO WAD-MESSAGE
103400         WHEN OTHER
103500             MOVE 'AGREEMENT ADDED' TO WAD-MESSAGE
103600     END-EVALUATE
103700     MOVE WS-AUDIT-DETAIL TO AUDIT-RECORD
103800     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
103900
104000     .
104100 2500-EXIT.
104200     EXIT.
104300*****************************************************************
104400*  WRITE ONE ERROR AUDIT LINE FOR A REJECTED TRANSACTION
104500*****************************************************************
104600
104700 2600-WRITE-ERROR-LINE.
104800     MOVE SPACES             TO WS-AUDIT-DETAIL
104900     MOVE TR-EMPLOYEE-ID     TO WAD-EMPLOYEE-ID
105000     MOVE TR-BONUS-RUN-DATE  TO WAD-BONUS-RUN-DATE
105100     MOVE TR-BONUS-SEQ-NO    TO WAD-BONUS-SEQ-NO
105200     MOVE 'REJECTED'         TO WAD-ACTION
105300     MOVE TR-BONUS-TYPE      TO WAD-BONUS-TYPE
105400     MOVE TR-REPAY-METHOD    TO WAD-REPAY-METHOD
105500     MOVE TR-START-DATE      TO WAD-START-DATE
105600     MOVE TR-END-DATE        TO WAD-END-DATE
105700     MOVE ZERO               TO WAD-BONUS-GROSS
105800     MOVE ' /'               TO WAD-STATUS-SLASH
105900     MOVE WS-BEFORE-STATUS   TO WAD-BEFORE-STATUS
106000     MOVE WS-BEFORE-STATUS   TO WAD-AFTER-STATUS
106100     MOVE WS-ERROR-TEXT      TO WAD-MESSAGE
106200     MOVE WS-AUDIT-DETAIL    TO AUDIT-RECORD
106300     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
106400     ADD +1 TO WS-TRANS-ERROR-CTR
106500
106600     .
106700 2600-EXIT.
106800     EXIT.
106900*****************************************************************
107000*  WRITE THE AUDIT REPORT FOOTER TOTALS
107100*****************************************************************
107200
107300 3000-WRITE-FOOTERS.
107400     MOVE WS-TRANS-IN-CTR    TO WAF-TRANS-CTR
107500     MOVE WS-TRANS-ERROR-CTR TO WAF-ERROR-CTR
107600     MOVE WS-AUDIT-FOOTER    TO AUDIT-RECORD
107700     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
107800
107900     MOVE WS-ADD-CTR         TO WAF2-ADD-CTR
108000     MOVE WS-CHANGE-CTR      TO WAF2-CHANGE-CTR
108100     MOVE WS-DELETE-CTR      TO WAF2-DELETE-CTR
108200     MOVE WS-AUDIT-FOOTER-2  TO AUDIT-RECORD
108300     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
108400
108500     .
108600 3000-EXIT.
108700     EXIT.
108800*****************************************************************
108900*  TERMINATION ROUTINE
109000*****************************************************************
109100
109200 4000-TERMINATE.
109300     CLOSE AGRM-MASTER, HIST-FILE, TRANS-FILE, AUDIT-REPORT
109400
109500     DISPLAY '*** LAB45...TOTALS ***'
109600     DISPLAY 'TRANSACTIONS READ        : ' WS-TRANS-IN-CTR
109700     DISPLAY 'TRANSACTIONS REJECTED    : ' WS-TRANS-ERROR-CTR
109800     DISPLAY 'AGREEMENTS ADDED         : ' WS-ADD-CTR
109900     DISPLAY 'AGREEMENTS CHANGED       : ' WS-CHANGE-CTR
110000     DISPLAY 'AGREEMENTS DELETED       : ' WS-DELETE-CTR
110100
110200     IF WS-TRIAL-RUN THEN
110300         DISPLAY 'TRIAL RUN - AGREEMENT MASTER NOT UPDATED'
110400         MOVE 4 TO RETURN-CODE
110500     ELSE
110600         MOVE 0 TO RETURN-CODE
110700     END-IF
110800
110900     .
111000 4000-EXIT.
111100     EXIT.
111200*****************************************************************
111300*  READ THE MASTER RECORD FOR THE TRANSACTION KEY
111400*****************************************************************
111500
111600 8000-READ-AGRM-MASTER.
111700     MOVE TR-KEY TO AM-KEY
111800     READ AGRM-MASTER
111900     EVALUATE WS-AGRMAST-STATUS-CODE
112000         WHEN '00'
112100             SET WS-MASTER-FOUND TO TRUE
112200         WHEN '23'
112300             MOVE 'N' TO WS-MASTER-FOUND-SWITCH
112400         WHEN OTHER
112500             MOVE '8000-READ-AGRM-MASTER, ' TO WS-ABORT-MSG-PGRPH
112600             MOVE 'READING AGRM-MASTER, ' TO WS-ABORT-MSG-EDESC
112700             MOVE WS-AGRMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
112800             MOVE 8045 TO RETURN-CODE
112900             PERFORM 9999-ABORT THRU 9999-EXIT
113000     END-EVALUATE
113100
113200     .
113300 8000-EXIT.
113400     EXIT.
113500*****************************************************************
113600*  READ TRANSACTION ROUTINE
113700*****************************************************************
113800
113900 8100-READ-TRANS.
114000     READ TRANS-FILE
114100         AT END
114200             SET WS-TRANS-EOF TO TRUE
114300         NOT AT END
114400             ADD +1 TO WS-TRANS-IN-CTR
114500     END-READ
114600
114700     .
114800 8100-EXIT.
114900     EXIT.
115000*****************************************************************
115100*  READ THE HISTORY POSTING FOR THE KEY IN BH-KEY
115200*****************************************************************
115300
115400 8200-READ-HIST-FILE.
115500     READ HIST-FILE
115600         INVALID KEY
115700             CONTINUE
115800     END-READ
115900     EVALUATE WS-HSTFILE-STATUS-CODE
116000         WHEN '00'
116100             SET WS-HIST-FOUND TO TRUE
116200         WHEN '23'
116300             MOVE 'N' TO WS-HIST-FOUND-SWITCH
116400         WHEN OTHER
116500             MOVE '8200-READ-HIST-FILE, ' TO WS-ABORT-MSG-PGRPH
116600             MOVE 'READING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
116700             MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
116800             MOVE 8245 TO RETURN-CODE
116900             PERFORM 9999-ABORT THRU 9999-EXIT
117000     END-EVALUATE
117100
117200     .
117300 8200-EXIT.
117400     EXIT.
117500*****************************************************************
117600*  READ THE NEXT HISTORY POSTING IN KEY ORDER
117700*****************************************************************
117800
117900 8210-READ-NEXT-HIST.
118000     READ HIST-FILE NEXT RECORD
118100         AT END
118200             SET WS-HIST-SCAN-DONE TO TRUE
118300     END-READ
118400     IF WS-HSTFILE-STATUS-CODE = '00' OR
118500        WS-HSTFILE-STATUS-CODE = '10' THEN
118600         CONTINUE
118700     ELSE
118800         MOVE '8210-READ-NEXT-HIST, ' TO WS-ABORT-MSG-PGRPH
118900         MOVE 'READING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
119000         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
119100         MOVE 8246 TO RETURN-CODE
119200         PERFORM 9999-ABORT THRU 9999-EXIT
119300     END-IF
119400
119500     .
119600 8210-EXIT.
119700     EXIT.
119800*****************************************************************
119900*  WRITE AUDIT REPORT RECORD
120000*****************************************************************
120100
120200 8500-WRITE-AUDIT-RECORD.
120300     WRITE AUDIT-RECORD
120400     IF WS-AUDIT-STATUS-CODE = '00' THEN
120500         CONTINUE
120600     ELSE
120700         MOVE '8500-WRITE-AUDIT-RECORD, ' TO WS-ABORT-MSG-PGRPH
120800         MOVE 'WRITING TO AUDIT-REPORT, ' TO WS-ABORT-MSG-EDESC
120900         MOVE WS-AUDIT-STATUS-CODE TO WS-ABORT-MSG-SYSRC
121000         MOVE 8545 TO RETURN-CODE
121100         PERFORM 9999-ABORT THRU 9999-EXIT
121200     END-IF
121300
121400     .
121500 8500-EXIT.
121600     EXIT.
121700*****************************************************************
121800*  ADD A RECORD TO THE AGREEMENT MASTER
121900*****************************************************************
122000
122100 8600-WRITE-AGRM-MASTER.
122200     WRITE AGRM-RECORD
122300     IF WS-AGRMAST-STATUS-CODE = '00' THEN
122400         CONTINUE
122500     ELSE
122600         MOVE '8600-WRITE-AGRM-MASTER, ' TO WS-ABORT-MSG-PGRPH
122700         MOVE 'WRITING TO AGRM-MASTER, ' TO WS-ABORT-MSG-EDESC
122800         MOVE WS-AGRMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
122900         MOVE 8645 TO RETURN-CODE
123000         PERFORM 9999-ABORT THRU 9999-EXIT
123100     END-IF
123200
123300     .
123400 8600-EXIT.
123500     EXIT.
123600*****************************************************************
123700*  REPLACE A RECORD ON THE AGREEMENT MASTER
123800*****************************************************************
123900
124000 8700-REWRITE-AGRM-MASTER.
124100     REWRITE AGRM-RECORD
124200     IF WS-AGRMAST-STATUS-CODE = '00' THEN
124300         CONTINUE
124400     ELSE
124500         MOVE '8700-REWRITE-AGRM-MASTER, ' TO WS-ABORT-MSG-PGRPH
124600         MOVE 'REWRITING AGRM-MASTER, ' TO WS-ABORT-MSG-EDESC
124700         MOVE WS-AGRMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
124800         MOVE 8745 TO RETURN-CODE
124900         PERFORM 9999-ABORT THRU 9999-EXIT
125000     END-IF
125100
125200     .
125300 8700-EXIT.
125400     EXIT.
125500*****************************************************************
125600*  REMOVE A RECORD FROM THE AGREEMENT MASTER
125700*****************************************************************
125800
125900 8800-DELETE-AGRM-MASTER.
126000     DELETE AGRM-MASTER RECORD
126100     IF WS-AGRMAST-STATUS-CODE = '00' THEN
126200         CONTINUE
126300     ELSE
126400         MOVE '8800-DELETE-AGRM-MASTER, ' TO WS-ABORT-MSG-PGRPH
126500         MOVE 'DELETING AGRM-MASTER, ' TO WS-ABORT-MSG-EDESC
126600         MOVE WS-AGRMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
126700         MOVE 8845 TO RETURN-CODE
126800         PERFORM 9999-ABORT THRU 9999-EXIT
126900     END-IF
127000
127100     .
127200 8800-EXIT.
127300     EXIT.
127400*****************************************************************
127500*  MAJOR ERROR HANDLING ROUTINE
127600*****************************************************************
127700
127800 9999-ABORT.
127900     MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY
128000     DISPLAY 'PROGRAM: LAB45, ', WS-ABORT-MSG-STRING, ', RC='
128100         WS-RETURN-CODE-DISPLAY
128200     DIVIDE 1 BY WS-ABORT-TRIGGER GIVING WS-ABORT-CODE
128300
128400     .
128500 9999-EXIT.
128600     EXIT.
128700*****************************************************************
128800*  PHYSICAL END OF PROGRAM
128900*****************************************************************
