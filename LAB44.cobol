000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB44.
000300 AUTHOR.        SUZI Q.
000400 DATE-WRITTEN.  OCTOBER 2026.
000500 DATE-COMPILED.
000600*****************************************************************
000700*
000800*-------------P R O G R A M  D E S C R I P T I O N--------------*
000900*
001000*    ----------------- LAB44 -----------------------
001100*
001200*    PURPOSE  THIS PROGRAM IS THE PAYROLL HELP DESK'S ONLINE
001300*    =======     BONUS INQUIRY (CICS TRANSACTION BINQ).  GIVEN AN
001400*                EMPLOYEE ID IT SHOWS, ON ONE SCREEN, THE
001500*                EMPLOYEE'S YEAR-TO-DATE MASTER ROWS (ONE PER
001600*                STATE), ONE PAGE OF THE BONUS PAYMENT HISTORY,
001700*                NEWEST POSTING FIRST, AND ONE PAGE OF THE HELD
001800*                BONUSES ON THE SUSPENSE FILE WITH THEIR STATUS
001900*                AND OUTCOME DATE - THE ANSWERS THE HELP DESK
002000*                USED TO GET FROM LAB18, LAB32 AND THE LAB30
002100*                REPORT AFTER WAITING ON A BATCH RUN.
002200*
002300*    NOTE:    THE TRANSACTION IS READ-ONLY.  IT ISSUES ONLY
002400*    =====    STARTBR/READNEXT/READPREV/ENDBR, AND THE FILE
002500*             DEFINITIONS (JOB LAB44DEF) ALLOW READ AND BROWSE
002600*             ONLY, SO THE BATCH CYCLE REMAINS THE ONLY UPDATER
002700*             OF YTDMAST AND BONHIST.  SUSPENSE IS A SEQUENTIAL
002800*             FILE, SO THE HELD ITEMS ARE READ FROM SUSPINQ, AN
002900*             ENTRY-SEQUENCED COPY WITH AN EMPLOYEE-ID ALTERNATE
003000*             INDEX THAT JOB LAB44RFS REBUILDS AFTER EVERY LAB14
003100*             AND LAB30 RUN.  A FILE THAT IS CLOSED FOR THE BATCH
003200*             WINDOW IS REPORTED ON THE MESSAGE LINE, NOT ABENDED.
003300*
003400*             THE PROGRAM IS PSEUDO-CONVERSATIONAL.  THE EMPLOYEE
003500*             ID AND THE TWO PAGE NUMBERS RIDE IN THE COMMAREA,
003600*             AND EACH SCREEN IS REBUILT FROM THE FILES - A PAGE
003700*             IS FOUND BY READING PAST THE PAGES BEFORE IT.
003800*
003900*    INPUT   YTD-MASTER-RECORD  COPYLIB MEMBER YTDCMP  (YTDMAST)
004000*    =====   HIST-RECORD        COPYLIB MEMBER BONHCMP (BONHIST)
004100*            SUSP-RECORD        COPYLIB MEMBER SUSPCMP (SUSPINQ
004200*                               PATH OVER THE SUSPENSE COPY)
004300*            LAB44MAI           COPYLIB MEMBER LAB44M  (MAP)
004400*
004500*    PROCESS 1. FIRST TIME IN, SEND THE EMPTY SCREEN.
004600*    ======= 2. ENTER - EDIT THE EMPLOYEE ID, START AT PAGE 1.
004700*            3. PF7/PF8 - PAGE THE HISTORY BACK/FORWARD;
004800*               PF10/PF11 - PAGE THE HELD ITEMS BACK/FORWARD;
004900*               PF3 OR CLEAR - END THE CONVERSATION.
005000*            4. BROWSE THE THREE FILES, BUILD AND SEND THE MAP,
005100*               RETURN WITH THE COMMAREA.
005200*
005300*    OUTPUT  LAB44MAO           MAP LAB44MA OF MAPSET LAB44M
005400*    ======
005500*
005600*    CALLING PROGRAM(S)  :   NONE (CICS TRANSACTION BINQ)
005700*
005800*    CALLED  PROGRAM(S)  :   NONE
005900*
006000*---------------------------------------------------------------*
006100*                 UPDATE LOG
006200*---------------------------------------------------------------*
006300*
006400* PERSON  PROJECT   DATE      DESCRIPTION          PROGRAM   VER*
006500* ------  --------  --------  -------------------  -------   ---*
006600* SUZI Q  PAYROLL   10/15/26  INITIAL VERSION       LAB44     000*
006633* SUZI Q  PAYROLL   10/15/26  ZERO FICA/LOCAL TAX   LAB44     001*
006666*                             ON OLDER HELD ITEMS
006680* SUZI Q  PAYROLL   10/15/26  HISTORY BROWSE STEPS  LAB44     002*
006690*                             PAST THE EMPLOYEE BEFORE READPREV
006700*****************************************************************
006800*
006900*****************************************************************
007000*         E N V I R O N M E N T     D I V I S I O N
007100*****************************************************************
007200 ENVIRONMENT DIVISION.
007300*****************************************************************
007400*                  D A T A     D I V I S I O N
007500*****************************************************************
007600 DATA DIVISION.
007700*****************************************************************
007800*    W O R K I N G - S T O R A G E
007900*****************************************************************
008000
008100 WORKING-STORAGE SECTION.
008200
008300 01  WS-START-OF-WORKING-STORAGE.
008400     05 WS-START-OF-WS-MARKER           PIC X(37)
008500        VALUE 'LAB44 WORKING STORAGE BEGINS HERE'.
008600***********************
008700*  ERROR CODES        *
008800***********************
008900
009000 01  WS-ERROR-CODES.
009100     05  WS-CICS-RESP            PIC S9(08) COMP VALUE +0.
009200     05  WS-CICS-RESP2           PIC S9(08) COMP VALUE +0.
009300     05  WS-ABORT-REASON         PIC 9(04)      VALUE ZERO.
009400
009500***********************
009600*  MESSAGE STRINGS    *
009700***********************
009800
009900 01  WS-ABORT-MSG-STRING.
010000     05  WS-ABORT-MSG-PGMLB      PIC X(16)
010100                                 VALUE 'PROGRAM: LAB44, '.
010200     05  WS-ABORT-MSG-ERRLB      PIC X(06) VALUE 'ERROR '.
010300     05  WS-ABORT-MSG-EDESC      PIC X(28).
010400     05  WS-ABORT-MSG-IN         PIC X(14) VALUE ' IN PARAGRAPH '.
010500     05  WS-ABORT-MSG-PGRPH      PIC X(28).
010600     05  WS-ABORT-MSG-RCLBL      PIC X(07) VALUE 'RESP: '.
010700     05  WS-ABORT-MSG-SYSRC      PIC 9(04).
010800     05  WS-ABORT-MSG-RSNLB      PIC X(05) VALUE ' RC='.
010900     05  WS-ABORT-MSG-REASON     PIC 9(04).
011000
011100 01  WS-MESSAGE                  PIC X(79) VALUE SPACES.
011200
011300 01  WS-END-SESSION-MSG          PIC X(40) VALUE
011400                 'LAB44 BONUS INQUIRY ENDED'.
011500
011600***********************
011700*  CONSTANTS          *
011800***********************
011900
012000 01  WS-CONSTANTS.
012100     05  WS-C-YTD-FILE           PIC X(08) VALUE 'YTDMAST '.
012200     05  WS-C-HIST-FILE          PIC X(08) VALUE 'BONHIST '.
012300     05  WS-C-SUSP-FILE          PIC X(08) VALUE 'SUSPINQ '.
012400     05  WS-C-YTD-LINES          PIC S9(04) COMP VALUE +4.
012500     05  WS-C-HIST-LINES         PIC S9(04) COMP VALUE +5.
012600     05  WS-C-SUSP-LINES         PIC S9(04) COMP VALUE +4.
012700*************** MUST MATCH THE OCCURS= COUNTS ON MAPSET LAB44M
012800
012900***********************
013000*  SWITCHES           *
013100***********************
013200
013300 01  SWITCHES.
013400     05  WS-BROWSE-SWITCH        PIC X(01) VALUE 'N'.
013500         88  WS-BROWSE-DONE                VALUE 'Y'.
013600     05  WS-ACTIVITY-SWITCH      PIC X(01) VALUE 'N'.
013700         88  WS-ACTIVITY-FOUND             VALUE 'Y'.
013800
013900***********************
014000*  COUNTERS           *
014100***********************
014200
014300 01  COUNTERS.
014400     05  WS-LINE-COUNT           PIC S9(04) COMP VALUE +0.
014500     05  WS-ROW-NDX              PIC S9(04) COMP VALUE +0.
014600     05  WS-MATCH-COUNT          PIC S9(05) COMP-3 VALUE +0.
014700     05  WS-FIRST-WANTED         PIC S9(05) COMP-3 VALUE +0.
014800     05  WS-LAST-WANTED          PIC S9(05) COMP-3 VALUE +0.
014900
015000***********************
015100*  BROWSE KEYS        *
015200***********************
015300
015400 01  WS-YTD-KEY.
015500     05  WS-YTD-KEY-EMPLOYEE     PIC X(08).
015600     05  WS-YTD-KEY-STATE        PIC X(02).
015700
015800 01  WS-HIST-KEY.
015900     05  WS-HIST-KEY-EMPLOYEE    PIC X(08).
016000     05  WS-HIST-KEY-REST        PIC X(12).
016100
016200 01  WS-SUSP-KEY                 PIC X(08).
016300
016400***********************
016500*  WORK FIELDS        *
016600***********************
016700
016800 01  WS-WORK-FIELDS.
016900     05  WS-ABSTIME              PIC S9(15) COMP-3 VALUE +0.
017000     05  WS-EMPLOYEE-NAME        PIC X(54)  VALUE SPACES.
017100     05  WS-PAGE-EDIT            PIC ZZ9.
017200     05  WS-DATE-IN              PIC X(08).
017300     05  WS-DATE-IN-R            REDEFINES WS-DATE-IN.
017400         10  WS-DATE-IN-YYYY     PIC X(04).
017500         10  WS-DATE-IN-MM       PIC X(02).
017600         10  WS-DATE-IN-DD       PIC X(02).
017700     05  WS-DATE-OUT.
017800         10  WS-DATE-OUT-MM      PIC X(02).
017900         10  FILLER              PIC X(01) VALUE '/'.
018000         10  WS-DATE-OUT-DD      PIC X(02).
018100         10  FILLER              PIC X(01) VALUE '/'.
018200         10  WS-DATE-OUT-YYYY    PIC X(04).
018300
018400***********************
018500*  COMMAREA           *
018600***********************
018700
018800 01  WS-COMMAREA.
018900     05  CA-EMPLOYEE-ID          PIC X(08).
019000     05  CA-HIST-PAGE            PIC S9(03) COMP-3.
019100     05  CA-SUSP-PAGE            PIC S9(03) COMP-3.
019200     05  CA-HIST-MORE-SWITCH     PIC X(01).
019300         88  CA-HIST-MORE                  VALUE 'Y'.
019400     05  CA-SUSP-MORE-SWITCH     PIC X(01).
019500         88  CA-SUSP-MORE                  VALUE 'Y'.
019600
019700***********************
019800*  FILE RECORDS       *
019900***********************
020000
020100 COPY YTDCMP REPLACING
020200     YC-RECORD              BY  YTD-MASTER-RECORD
020300     YC-KEY                 BY  YM-KEY
020400     YC-EMPLOYEE-ID         BY  YM-EMPLOYEE-ID
020500     YC-LAST-NAME           BY  YM-LAST-NAME
020600     YC-FIRST-NAME          BY  YM-FIRST-NAME
020700     YC-MID-INIT            BY  YM-MID-INIT
020800     YC-STATE-CODE          BY  YM-STATE-CODE
020900     YC-YTD-GROSS           BY  YM-YTD-GROSS
021000     YC-YTD-FEDTX           BY  YM-YTD-FEDTX
021100     YC-YTD-STATETX         BY  YM-YTD-STATETX
021200     YC-YTD-NET             BY  YM-YTD-NET
021300     YC-YTD-FICA-WAGES      BY  YM-YTD-FICA-WAGES
021400     YC-YTD-SOCSEC          BY  YM-YTD-SOCSEC
021500     YC-YTD-MEDICARE        BY  YM-YTD-MEDICARE
021600     YC-YTD-LOCALTX         BY  YM-YTD-LOCALTX
021700     YC-YTD-401K            BY  YM-YTD-401K.
021800
021900 COPY BONHCMP REPLACING
022000     HC-RECORD              BY  HIST-RECORD
022100     HC-KEY                 BY  BH-KEY
022200     HC-EMPLOYEE-ID         BY  BH-EMPLOYEE-ID
022300     HC-RUN-DATE            BY  BH-RUN-DATE
022400     HC-STATE-CODE          BY  BH-STATE-CODE
022500     HC-GROSS               BY  BH-GROSS
022600     HC-FEDTX               BY  BH-FEDTX
022700     HC-STATETX             BY  BH-STATETX
022800     HC-NET                 BY  BH-NET
022900     HC-SOCSEC              BY  BH-SOCSEC
023000     HC-MEDICARE            BY  BH-MEDICARE
023100     HC-COMPANY-CODE        BY  BH-COMPANY-CODE.
023200
023300 COPY SUSPCMP REPLACING
023400     SP-RECORD              BY  SUSP-RECORD
023500     SP-EMPLOYEE-ID         BY  SU-EMPLOYEE-ID
023600     SP-RUN-NUMBER          BY  SU-RUN-NUMBER
023700     SP-RUN-DATE            BY  SU-RUN-DATE
023800     SP-LAST-NAME           BY  SU-LAST-NAME
023900     SP-FIRST-NAME          BY  SU-FIRST-NAME
024000     SP-MID-INIT            BY  SU-MID-INIT
024100     SP-STATE-CODE          BY  SU-STATE-CODE
024200     SP-DEPT-CODE           BY  SU-DEPT-CODE
024300     SP-FED-EXEMPT-CODE     BY  SU-FED-EXEMPT-CODE
024400     SP-ST-EXEMPT-CODE      BY  SU-ST-EXEMPT-CODE
024500     SP-GROSS               BY  SU-GROSS
024600     SP-FEDTX               BY  SU-FEDTX
024700     SP-STATETX             BY  SU-STATETX
024800     SP-NET                 BY  SU-NET
024900     SP-SOCSEC              BY  SU-SOCSEC
025000     SP-MEDICARE            BY  SU-MEDICARE
025100     SP-LOCALTX             BY  SU-LOCALTX
025200     SP-STATUS              BY  SU-STATUS
025300     SP-STILL-HELD          BY  SU-STILL-HELD
025400     SP-RELEASED            BY  SU-RELEASED
025500     SP-REJECTED            BY  SU-REJECTED
025600     SP-OUTCOME-DATE        BY  SU-OUTCOME-DATE
025700     SP-REASON-CODE         BY  SU-REASON-CODE
025800     SP-HELD-OVER-LIMIT     BY  SU-HELD-OVER-LIMIT
025900     SP-HELD-DUPLICATE      BY  SU-HELD-DUPLICATE
025950     SP-COMPANY-CODE        BY  SU-COMPANY-CODE.
026000
026100***********************
026200*  SCREEN LINES       *
026300***********************
026400
026500 01  WS-YTD-LINE.
026600     05 WYL-FILLER-1             PIC X(01) VALUE SPACES.
026700     05 WYL-STATE-CODE           PIC X(02).
026800     05 WYL-FILLER-2             PIC X(01) VALUE SPACES.
026900     05 WYL-GROSS                PIC ZZZZ,ZZ9.99-.
027000     05 WYL-FEDTX                PIC ZZZZ,ZZ9.99-.
027100     05 WYL-STATETX              PIC ZZZZ,ZZ9.99-.
027200     05 WYL-FICA                 PIC ZZZZ,ZZ9.99-.
027300     05 WYL-LOCALTX              PIC ZZZZ,ZZ9.99-.
027400     05 WYL-NET                  PIC ZZZZ,ZZ9.99-.
027500     05 WYL-FILLER-3             PIC X(03) VALUE SPACES.
027600
027700 01  WS-HIST-LINE.
027800     05 WHL-RUN-DATE             PIC X(10).
027900     05 WHL-FILLER-1             PIC X(01) VALUE SPACES.
028000     05 WHL-STATE-CODE           PIC X(02).
028100     05 WHL-FILLER-2             PIC X(01) VALUE SPACES.
028200     05 WHL-COMPANY-CODE         PIC X(04).
028300     05 WHL-GROSS                PIC ZZZZ,ZZ9.99-.
028400     05 WHL-FEDTX                PIC ZZZZ,ZZ9.99-.
028500     05 WHL-STATETX              PIC ZZZZ,ZZ9.99-.
028600     05 WHL-FICA                 PIC ZZZZ,ZZ9.99-.
028700     05 WHL-NET                  PIC ZZZZ,ZZ9.99-.
028800     05 WHL-FILLER-3             PIC X(01) VALUE SPACES.
028900
029000 01  WS-SUSP-LINE.
029100     05 WSL-RUN-NUMBER           PIC ZZZZ9.
029200     05 WSL-FILLER-1             PIC X(01) VALUE SPACES.
029300     05 WSL-RUN-DATE             PIC X(10).
029400     05 WSL-FILLER-2             PIC X(01) VALUE SPACES.
029500     05 WSL-STATE-CODE           PIC X(02).
029600     05 WSL-GROSS                PIC ZZZZ,ZZ9.99-.
029700     05 WSL-NET                  PIC ZZZZ,ZZ9.99-.
029800     05 WSL-FILLER-3             PIC X(01) VALUE SPACES.
029900     05 WSL-HELD-FOR             PIC X(12).
030000     05 WSL-FILLER-4             PIC X(01) VALUE SPACES.
030100     05 WSL-STATUS               PIC X(08).
030200     05 WSL-FILLER-5             PIC X(01) VALUE SPACES.
030300     05 WSL-OUTCOME-DATE         PIC X(10).
030400     05 WSL-FILLER-6             PIC X(03) VALUE SPACES.
030500
030600***********************
030700*  SCREEN MAP         *
030800***********************
030900
031000 COPY LAB44M.
031100
031200 COPY DFHAID.
031300
031400 01  WS-END-OF-WORKING-STORAGE.
031500     05 WS-END-OF-WS-MARKER      PIC X(35) VALUE
031600        'LAB44 WORKING STORAGE ENDS HERE'.
031700*****************************************************************
031800*          L I N K A G E
031900*****************************************************************
032000
032100 LINKAGE SECTION.
032200
032300 01  DFHCOMMAREA                 PIC X(14).
032400*                         THE WS-COMMAREA OF THE PREVIOUS SCREEN
032500
032600*****************************************************************
032700*          P R O C E D U R E     D I V I S I O N
032800*****************************************************************
032900
033000 PROCEDURE DIVISION.
033100 0000-MAINLINE.
033200     MOVE LOW-VALUES TO LAB44MAO
033300     MOVE SPACES     TO WS-MESSAGE
033400
033500     IF EIBCALEN = ZERO THEN
033600         PERFORM 1000-FIRST-TIME     THRU 1000-EXIT
033700     ELSE
033800         MOVE DFHCOMMAREA TO WS-COMMAREA
033900         PERFORM 2000-PROCESS-KEY    THRU 2000-EXIT
034000     END-IF
034100
034200     IF CA-EMPLOYEE-ID NOT = SPACES THEN
034300         PERFORM 3000-BUILD-INQUIRY  THRU 3000-EXIT
034400     END-IF
034500
034600     PERFORM 8000-SEND-SCREEN        THRU 8000-EXIT
034700
034800     EXEC CICS RETURN
034900          TRANSID  (EIBTRNID)
035000          COMMAREA (WS-COMMAREA)
035100          LENGTH   (LENGTH OF WS-COMMAREA)
035200     END-EXEC
035300     GOBACK
035400
035500     .
035600*****************************************************************
035700*  FIRST TIME IN - NO EMPLOYEE YET
035800*****************************************************************
035900
036000 1000-FIRST-TIME.
036100     MOVE SPACES TO CA-EMPLOYEE-ID
036200     MOVE 1      TO CA-HIST-PAGE
036300     MOVE 1      TO CA-SUSP-PAGE
036400     MOVE 'N'    TO CA-HIST-MORE-SWITCH
036500     MOVE 'N'    TO CA-SUSP-MORE-SWITCH
036600     MOVE 'ENTER AN EMPLOYEE ID AND PRESS ENTER' TO WS-MESSAGE
036700
036800     .
036900 1000-EXIT.
037000     EXIT.
037100*****************************************************************
037200*  ACT ON THE KEY THE OPERATOR PRESSED
037300*****************************************************************
037400
037500 2000-PROCESS-KEY.
037600     EVALUATE TRUE
037700         WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
037800             PERFORM 2900-END-SESSION      THRU 2900-EXIT
037900         WHEN EIBAID = DFHENTER
038000             PERFORM 2100-RECEIVE-EMPLOYEE THRU 2100-EXIT
038100         WHEN EIBAID = DFHPF7
038200             PERFORM 2200-HISTORY-BACK     THRU 2200-EXIT
038300         WHEN EIBAID = DFHPF8
038400             PERFORM 2300-HISTORY-FORWARD  THRU 2300-EXIT
038500         WHEN EIBAID = DFHPF10
038600             PERFORM 2400-HELD-BACK        THRU 2400-EXIT
038700         WHEN EIBAID = DFHPF11
038800             PERFORM 2500-HELD-FORWARD     THRU 2500-EXIT
038900         WHEN OTHER
039000             MOVE 'THAT KEY IS NOT USED ON THIS SCREEN'
039100                 TO WS-MESSAGE
039200     END-EVALUATE
039300
039400     .
039500 2000-EXIT.
039600     EXIT.
039700*****************************************************************
039800*  ENTER - PICK UP AND EDIT THE EMPLOYEE ID, START AT PAGE 1
039900*****************************************************************
040000
040100 2100-RECEIVE-EMPLOYEE.
040200     EXEC CICS RECEIVE
040300          MAP     ('LAB44MA')
040400          MAPSET  ('LAB44M')
040500          INTO    (LAB44MAI)
040600          RESP    (WS-CICS-RESP)
040700     END-EXEC
040800     EVALUATE WS-CICS-RESP
040900         WHEN DFHRESP(NORMAL)
041000             CONTINUE
041100         WHEN DFHRESP(MAPFAIL)
041200             MOVE SPACES TO EMPIDI
041300         WHEN OTHER
041400             MOVE '2100-RECEIVE-EMPLOYEE, ' TO WS-ABORT-MSG-PGRPH
041500             MOVE 'RECEIVING MAP LAB44MA, ' TO WS-ABORT-MSG-EDESC
041600             MOVE 4401 TO WS-ABORT-REASON
041700             PERFORM 9999-ABORT THRU 9999-EXIT
041800     END-EVALUATE
041900
042000     INSPECT EMPIDI REPLACING ALL LOW-VALUES BY SPACES
042100     MOVE 1   TO CA-HIST-PAGE
042200     MOVE 1   TO CA-SUSP-PAGE
042300     MOVE 'N' TO CA-HIST-MORE-SWITCH
042400     MOVE 'N' TO CA-SUSP-MORE-SWITCH
042500
042600     IF EMPIDI = SPACES THEN
042700         MOVE SPACES TO CA-EMPLOYEE-ID
042800         MOVE 'ENTER AN EMPLOYEE ID AND PRESS ENTER' TO WS-MESSAGE
042900         GO TO 2100-EXIT
043000     END-IF
043100
043200     MOVE EMPIDI TO CA-EMPLOYEE-ID
043300
043400     .
043500 2100-EXIT.
043600     EXIT.
043700*****************************************************************
043800*  PF7 - BACK ONE PAGE OF HISTORY (TOWARD THE NEWEST POSTING)
043900*****************************************************************
044000
044100 2200-HISTORY-BACK.
044200     IF CA-EMPLOYEE-ID = SPACES THEN
044300         MOVE 'ENTER AN EMPLOYEE ID FIRST' TO WS-MESSAGE
044400         GO TO 2200-EXIT
044500     END-IF
044600
044700     IF CA-HIST-PAGE > 1 THEN
044800         SUBTRACT 1 FROM CA-HIST-PAGE
044900     ELSE
045000         MOVE 'ALREADY AT THE NEWEST PAYMENT' TO WS-MESSAGE
045100     END-IF
045200
045300     .
045400 2200-EXIT.
045500     EXIT.
045600*****************************************************************
045700*  PF8 - FORWARD ONE PAGE OF HISTORY (TOWARD THE OLDEST POSTING)
045800*****************************************************************
045900
046000 2300-HISTORY-FORWARD.
046100     IF CA-EMPLOYEE-ID = SPACES THEN
046200         MOVE 'ENTER AN EMPLOYEE ID FIRST' TO WS-MESSAGE
046300         GO TO 2300-EXIT
046400     END-IF
046500
046600     IF CA-HIST-MORE THEN
046700         ADD 1 TO CA-HIST-PAGE
046800     ELSE
046900         MOVE 'NO OLDER PAYMENTS ON FILE' TO WS-MESSAGE
047000     END-IF
047100
047200     .
047300 2300-EXIT.
047400     EXIT.
047500*****************************************************************
047600*  PF10 - BACK ONE PAGE OF HELD ITEMS
047700*****************************************************************
047800
047900 2400-HELD-BACK.
048000     IF CA-EMPLOYEE-ID = SPACES THEN
048100         MOVE 'ENTER AN EMPLOYEE ID FIRST' TO WS-MESSAGE
048200         GO TO 2400-EXIT
048300     END-IF
048400
048500     IF CA-SUSP-PAGE > 1 THEN
048600         SUBTRACT 1 FROM CA-SUSP-PAGE
048700     ELSE
048800         MOVE 'ALREADY AT THE FIRST HELD ITEM' TO WS-MESSAGE
048900     END-IF
049000
049100     .
049200 2400-EXIT.
049300     EXIT.
049400*****************************************************************
049500*  PF11 - FORWARD ONE PAGE OF HELD ITEMS
049600*****************************************************************
049700
049800 2500-HELD-FORWARD.
049900     IF CA-EMPLOYEE-ID = SPACES THEN
050000         MOVE 'ENTER AN EMPLOYEE ID FIRST' TO WS-MESSAGE
050100         GO TO 2500-EXIT
050200     END-IF
050300
050400     IF CA-SUSP-MORE THEN
050500         ADD 1 TO CA-SUSP-PAGE
050600     ELSE
050700         MOVE 'NO MORE HELD ITEMS ON FILE' TO WS-MESSAGE
050800     END-IF
050900
051000     .
051100 2500-EXIT.
051200     EXIT.
051300*****************************************************************
051400*  PF3 OR CLEAR - END THE CONVERSATION
051500*****************************************************************
051600
051700 2900-END-SESSION.
051800     EXEC CICS SEND TEXT
051900          FROM    (WS-END-SESSION-MSG)
052000          LENGTH  (LENGTH OF WS-END-SESSION-MSG)
052100          ERASE
052200          FREEKB
052300     END-EXEC
052400     EXEC CICS RETURN
052500     END-EXEC
052600
052700     .
052800 2900-EXIT.
052900     EXIT.
053000*****************************************************************
053100*  BUILD THE THREE PARTS OF THE SCREEN FOR CA-EMPLOYEE-ID
053200*****************************************************************
053300
053400 3000-BUILD-INQUIRY.
053500     MOVE CA-EMPLOYEE-ID TO EMPIDO
053600     MOVE SPACES         TO WS-EMPLOYEE-NAME
053700     MOVE 'N'            TO WS-ACTIVITY-SWITCH
053800
053900     PERFORM 3100-LOAD-YTD       THRU 3100-EXIT
054000     PERFORM 3200-LOAD-HISTORY   THRU 3200-EXIT
054100     PERFORM 3300-LOAD-HELD      THRU 3300-EXIT
054200
054300     IF WS-EMPLOYEE-NAME = SPACES THEN
054400         MOVE '(NOT ON THE YTD MASTER)' TO WS-EMPLOYEE-NAME
054500     END-IF
054600     MOVE WS-EMPLOYEE-NAME TO EMPNMO
054700
054800     IF NOT WS-ACTIVITY-FOUND AND WS-MESSAGE = SPACES THEN
054900         MOVE 'NO BONUS ACTIVITY ON FILE FOR THIS EMPLOYEE ID'
055000             TO WS-MESSAGE
055100     END-IF
055200
055300     .
055400 3000-EXIT.
055500     EXIT.
055600*****************************************************************
055700*  YEAR-TO-DATE MASTER - EVERY STATE ROW FOR THE EMPLOYEE
055800*****************************************************************
055900
056000 3100-LOAD-YTD.
056100     MOVE 'N'            TO WS-BROWSE-SWITCH
056200     MOVE ZERO           TO WS-LINE-COUNT
056300     MOVE CA-EMPLOYEE-ID TO WS-YTD-KEY-EMPLOYEE
056400     MOVE LOW-VALUES     TO WS-YTD-KEY-STATE
056500
056600     EXEC CICS STARTBR
056700          FILE    (WS-C-YTD-FILE)
056800          RIDFLD  (WS-YTD-KEY)
056900          GTEQ
057000          RESP    (WS-CICS-RESP)
057100     END-EXEC
057200     EVALUATE WS-CICS-RESP
057300         WHEN DFHRESP(NORMAL)
057400             CONTINUE
057500         WHEN DFHRESP(NOTFND)
057600             GO TO 3100-EXIT
057700         WHEN DFHRESP(NOTOPEN)
057800         WHEN DFHRESP(DISABLED)
057900             MOVE 'YTD MASTER IS CLOSED FOR BATCH - TRY LATER'
058000                 TO WS-MESSAGE
058100             GO TO 3100-EXIT
058200         WHEN OTHER
058300             MOVE '3100-LOAD-YTD, ' TO WS-ABORT-MSG-PGRPH
058400             MOVE 'STARTBR YTDMAST, ' TO WS-ABORT-MSG-EDESC
058500             MOVE 4402 TO WS-ABORT-REASON
058600             PERFORM 9999-ABORT THRU 9999-EXIT
058700     END-EVALUATE
058800
058900     PERFORM 3110-READ-NEXT-YTD THRU 3110-EXIT
059000         UNTIL WS-BROWSE-DONE
059100
059200     EXEC CICS ENDBR
059300          FILE    (WS-C-YTD-FILE)
059400          RESP    (WS-CICS-RESP)
059500     END-EXEC
059600
059700     .
059800 3100-EXIT.
059900     EXIT.
060000*****************************************************************
060100*  ONE YTD ROW - STOP AT THE NEXT EMPLOYEE
060200*****************************************************************
060300
060400 3110-READ-NEXT-YTD.
060500     EXEC CICS READNEXT
060600          FILE    (WS-C-YTD-FILE)
060700          INTO    (YTD-MASTER-RECORD)
060800          RIDFLD  (WS-YTD-KEY)
060900          RESP    (WS-CICS-RESP)
061000     END-EXEC
061100     EVALUATE WS-CICS-RESP
061200         WHEN DFHRESP(NORMAL)
061300             CONTINUE
061400         WHEN DFHRESP(ENDFILE)
061500             SET WS-BROWSE-DONE TO TRUE
061600             GO TO 3110-EXIT
061700         WHEN OTHER
061800             MOVE '3110-READ-NEXT-YTD, ' TO WS-ABORT-MSG-PGRPH
061900             MOVE 'READNEXT YTDMAST, ' TO WS-ABORT-MSG-EDESC
062000             MOVE 4403 TO WS-ABORT-REASON
062100             PERFORM 9999-ABORT THRU 9999-EXIT
062200     END-EVALUATE
062300
062400     IF YM-EMPLOYEE-ID NOT = CA-EMPLOYEE-ID THEN
062500         SET WS-BROWSE-DONE TO TRUE
062600         GO TO 3110-EXIT
062700     END-IF
062800
062900     SET WS-ACTIVITY-FOUND TO TRUE
063000     IF WS-EMPLOYEE-NAME = SPACES THEN
063100         STRING YM-LAST-NAME  DELIMITED BY '  '
063200                ', '          DELIMITED BY SIZE
063300                YM-FIRST-NAME DELIMITED BY '  '
063400                ' '           DELIMITED BY SIZE
063500                YM-MID-INIT   DELIMITED BY SIZE
063600             INTO WS-EMPLOYEE-NAME
063700         END-STRING
063800     END-IF
063900
064000     ADD 1 TO WS-LINE-COUNT
064100     IF WS-LINE-COUNT > WS-C-YTD-LINES THEN
064200         MOVE 'MORE THAN 4 STATES ON FILE - FIRST 4 SHOWN'
064300             TO WS-MESSAGE
064400         SET WS-BROWSE-DONE TO TRUE
064500         GO TO 3110-EXIT
064600     END-IF
064700
064800     MOVE YM-STATE-CODE     TO WYL-STATE-CODE
064900     MOVE YM-YTD-GROSS      TO WYL-GROSS
065000     MOVE YM-YTD-FEDTX      TO WYL-FEDTX
065100     MOVE YM-YTD-STATETX    TO WYL-STATETX
065200     COMPUTE WYL-FICA = YM-YTD-SOCSEC + YM-YTD-MEDICARE
065300     MOVE YM-YTD-LOCALTX    TO WYL-LOCALTX
065400     MOVE YM-YTD-NET        TO WYL-NET
065500     MOVE WS-YTD-LINE       TO YTDLNO (WS-LINE-COUNT)
065600
065700     .
065800 3110-EXIT.
065900     EXIT.
066000*****************************************************************
066100*  PAYMENT HISTORY - ONE PAGE, NEWEST POSTING FIRST.  THE BROWSE
066200*  STARTS JUST PAST THE EMPLOYEE'S LAST KEY, STEPS ONTO THE NEXT
066250*  EMPLOYEE'S FIRST RECORD AND READS BACKWARD; WHEN NOTHING
066300*  FOLLOWS THE EMPLOYEE IT STARTS AT END OF FILE.
066400*****************************************************************
066500
066600 3200-LOAD-HISTORY.
066700     MOVE 'N'  TO WS-BROWSE-SWITCH
066800     MOVE 'N'  TO CA-HIST-MORE-SWITCH
066900     MOVE ZERO TO WS-MATCH-COUNT
067000     COMPUTE WS-FIRST-WANTED =
067100         (CA-HIST-PAGE - 1) * WS-C-HIST-LINES + 1
067200     COMPUTE WS-LAST-WANTED = CA-HIST-PAGE * WS-C-HIST-LINES
067300     MOVE CA-HIST-PAGE TO WS-PAGE-EDIT
067400     MOVE WS-PAGE-EDIT TO HPAGEO
067500
067600     MOVE CA-EMPLOYEE-ID TO WS-HIST-KEY-EMPLOYEE
067700     MOVE HIGH-VALUES    TO WS-HIST-KEY-REST
067800     PERFORM 3205-START-HISTORY THRU 3205-EXIT
067850     IF WS-CICS-RESP = DFHRESP(NORMAL) THEN
067860         PERFORM 3207-STEP-PAST-EMPLOYEE THRU 3207-EXIT
067870     END-IF
067900     IF WS-CICS-RESP = DFHRESP(NOTFND) THEN
068000         MOVE HIGH-VALUES TO WS-HIST-KEY
068100         PERFORM 3205-START-HISTORY THRU 3205-EXIT
068200     END-IF
068300     EVALUATE WS-CICS-RESP
068400         WHEN DFHRESP(NORMAL)
068500             CONTINUE
068600         WHEN DFHRESP(NOTFND)
068700             GO TO 3200-EXIT
068800         WHEN DFHRESP(NOTOPEN)
068900         WHEN DFHRESP(DISABLED)
069000             MOVE 'HISTORY IS CLOSED FOR BATCH - TRY LATER'
069100                 TO WS-MESSAGE
069200             GO TO 3200-EXIT
069300         WHEN OTHER
069400             MOVE '3200-LOAD-HISTORY, ' TO WS-ABORT-MSG-PGRPH
069500             MOVE 'STARTBR BONHIST, ' TO WS-ABORT-MSG-EDESC
069600             MOVE 4404 TO WS-ABORT-REASON
069700             PERFORM 9999-ABORT THRU 9999-EXIT
069800     END-EVALUATE
069900
070000     PERFORM 3210-READ-PREV-HISTORY THRU 3210-EXIT
070100         UNTIL WS-BROWSE-DONE
070200
070300     EXEC CICS ENDBR
070400          FILE    (WS-C-HIST-FILE)
070500          RESP    (WS-CICS-RESP)
070600     END-EXEC
070700
070800     .
070900 3200-EXIT.
071000     EXIT.
071100*****************************************************************
071200*  START THE HISTORY BROWSE AT WS-HIST-KEY
071300*****************************************************************
071400
071500 3205-START-HISTORY.
071600     EXEC CICS STARTBR
071700          FILE    (WS-C-HIST-FILE)
071800          RIDFLD  (WS-HIST-KEY)
071900          GTEQ
072000          RESP    (WS-CICS-RESP)
072100     END-EXEC
072200
072300     .
072400 3205-EXIT.
072500     EXIT.
072502*****************************************************************
072504*  READ ONE RECORD FORWARD SO THE BROWSE HOLDS A REAL KEY - THE
072506*  FIRST READPREV THEN RETURNS THIS SAME RECORD, WHICH 3210 SKIPS
072508*  AS THE FOLLOWING EMPLOYEE'S.  AT END OF FILE THE BROWSE IS
072510*  RESTARTED AT HIGH-VALUES SO THE READPREV BEGINS AT THE LAST
072512*  RECORD.
072514*****************************************************************
072516
072518 3207-STEP-PAST-EMPLOYEE.
072520     EXEC CICS READNEXT
072522          FILE    (WS-C-HIST-FILE)
072524          INTO    (HIST-RECORD)
072526          RIDFLD  (WS-HIST-KEY)
072528          RESP    (WS-CICS-RESP)
072530     END-EXEC
072532     EVALUATE WS-CICS-RESP
072534         WHEN DFHRESP(NORMAL)
072536             CONTINUE
072538         WHEN DFHRESP(ENDFILE)
072540             EXEC CICS ENDBR
072542                  FILE    (WS-C-HIST-FILE)
072544                  RESP    (WS-CICS-RESP)
072546             END-EXEC
072548             MOVE HIGH-VALUES TO WS-HIST-KEY
072550             PERFORM 3205-START-HISTORY THRU 3205-EXIT
072552         WHEN OTHER
072554             MOVE '3207-STEP-PAST-EMPLOYEE, '
072555                 TO WS-ABORT-MSG-PGRPH
072556             MOVE 'READNEXT BONHIST, ' TO WS-ABORT-MSG-EDESC
072558             MOVE 4409 TO WS-ABORT-REASON
072560             PERFORM 9999-ABORT THRU 9999-EXIT
072562     END-EVALUATE
072564
072566     .
072568 3207-EXIT.
072570     EXIT.
072600*****************************************************************
072700*  ONE POSTING READING BACKWARD - SKIP THE FOLLOWING EMPLOYEE'S
072800*  RECORD THE BROWSE MAY START ON, STOP AT THE PRIOR EMPLOYEE
072900*****************************************************************
073000
073100 3210-READ-PREV-HISTORY.
073200     EXEC CICS READPREV
073300          FILE    (WS-C-HIST-FILE)
073400          INTO    (HIST-RECORD)
073500          RIDFLD  (WS-HIST-KEY)
073600          RESP    (WS-CICS-RESP)
073700     END-EXEC
073800     EVALUATE WS-CICS-RESP
073900         WHEN DFHRESP(NORMAL)
074000             CONTINUE
074100         WHEN DFHRESP(ENDFILE)
074200             SET WS-BROWSE-DONE TO TRUE
074300             GO TO 3210-EXIT
074400         WHEN OTHER
074500             MOVE '3210-READ-PREV-HISTORY, ' TO WS-ABORT-MSG-PGRPH
074600             MOVE 'READPREV BONHIST, ' TO WS-ABORT-MSG-EDESC
074700             MOVE 4405 TO WS-ABORT-REASON
074800             PERFORM 9999-ABORT THRU 9999-EXIT
074900     END-EVALUATE
075000
075100     IF BH-EMPLOYEE-ID > CA-EMPLOYEE-ID THEN
075200         GO TO 3210-EXIT
075300     END-IF
075400     IF BH-EMPLOYEE-ID < CA-EMPLOYEE-ID THEN
075500         SET WS-BROWSE-DONE TO TRUE
075600         GO TO 3210-EXIT
075700     END-IF
075800
075900     SET WS-ACTIVITY-FOUND TO TRUE
076000     ADD 1 TO WS-MATCH-COUNT
076100     IF WS-MATCH-COUNT > WS-LAST-WANTED THEN
076200         SET CA-HIST-MORE TO TRUE
076300         SET WS-BROWSE-DONE TO TRUE
076400         GO TO 3210-EXIT
076500     END-IF
076600     IF WS-MATCH-COUNT < WS-FIRST-WANTED THEN
076700         GO TO 3210-EXIT
076800     END-IF
076900
077000     COMPUTE WS-ROW-NDX = WS-MATCH-COUNT - WS-FIRST-WANTED + 1
077100     MOVE BH-RUN-DATE       TO WS-DATE-IN
077200     PERFORM 8100-EDIT-DATE THRU 8100-EXIT
077300     MOVE WS-DATE-OUT       TO WHL-RUN-DATE
077400     MOVE BH-STATE-CODE     TO WHL-STATE-CODE
077500     MOVE BH-COMPANY-CODE   TO WHL-COMPANY-CODE
077600     MOVE BH-GROSS          TO WHL-GROSS
077700     MOVE BH-FEDTX          TO WHL-FEDTX
077800     MOVE BH-STATETX        TO WHL-STATETX
077900     COMPUTE WHL-FICA = BH-SOCSEC + BH-MEDICARE
078000     MOVE BH-NET            TO WHL-NET
078100     MOVE WS-HIST-LINE      TO HSTLNO (WS-ROW-NDX)
078200
078300     .
078400 3210-EXIT.
078500     EXIT.
078600*****************************************************************
078700*  HELD BONUSES - ONE PAGE FROM THE SUSPINQ PATH (EMPLOYEE ID
078800*  ALTERNATE INDEX), IN THE ORDER THE ITEMS WERE HELD
078900*****************************************************************
079000
079100 3300-LOAD-HELD.
079200     MOVE 'N'  TO WS-BROWSE-SWITCH
079300     MOVE 'N'  TO CA-SUSP-MORE-SWITCH
079400     MOVE ZERO TO WS-MATCH-COUNT
079500     COMPUTE WS-FIRST-WANTED =
079600         (CA-SUSP-PAGE - 1) * WS-C-SUSP-LINES + 1
079700     COMPUTE WS-LAST-WANTED = CA-SUSP-PAGE * WS-C-SUSP-LINES
079800     MOVE CA-SUSP-PAGE TO WS-PAGE-EDIT
079900     MOVE WS-PAGE-EDIT TO SPAGEO
080000
080100     MOVE CA-EMPLOYEE-ID TO WS-SUSP-KEY
080200     EXEC CICS STARTBR
080300          FILE    (WS-C-SUSP-FILE)
080400          RIDFLD  (WS-SUSP-KEY)
080500          GTEQ
080600          RESP    (WS-CICS-RESP)
080700     END-EXEC
080800     EVALUATE WS-CICS-RESP
080900         WHEN DFHRESP(NORMAL)
081000             CONTINUE
081100         WHEN DFHRESP(NOTFND)
081200             GO TO 3300-EXIT
081300         WHEN DFHRESP(NOTOPEN)
081400         WHEN DFHRESP(DISABLED)
081500             MOVE 'HELD ITEMS ARE BEING REFRESHED - TRY LATER'
081600                 TO WS-MESSAGE
081700             GO TO 3300-EXIT
081800         WHEN OTHER
081900             MOVE '3300-LOAD-HELD, ' TO WS-ABORT-MSG-PGRPH
082000             MOVE 'STARTBR SUSPINQ, ' TO WS-ABORT-MSG-EDESC
082100             MOVE 4406 TO WS-ABORT-REASON
082200             PERFORM 9999-ABORT THRU 9999-EXIT
082300     END-EVALUATE
082400
082500     PERFORM 3310-READ-NEXT-HELD THRU 3310-EXIT
082600         UNTIL WS-BROWSE-DONE
082700
082800     EXEC CICS ENDBR
082900          FILE    (WS-C-SUSP-FILE)
083000          RESP    (WS-CICS-RESP)
083100     END-EXEC
083200
083300     .
083400 3300-EXIT.
083500     EXIT.
083600*****************************************************************
083700*  ONE HELD ITEM - DUPKEY ONLY SAYS MORE ITEMS SHARE THE ID
083800*****************************************************************
083900
084000 3310-READ-NEXT-HELD.
084100     EXEC CICS READNEXT
084200          FILE    (WS-C-SUSP-FILE)
084300          INTO    (SUSP-RECORD)
084400          RIDFLD  (WS-SUSP-KEY)
084500          RESP    (WS-CICS-RESP)
084600     END-EXEC
084700     EVALUATE WS-CICS-RESP
084800         WHEN DFHRESP(NORMAL)
084900         WHEN DFHRESP(DUPKEY)
085000             CONTINUE
085100         WHEN DFHRESP(ENDFILE)
085200             SET WS-BROWSE-DONE TO TRUE
085300             GO TO 3310-EXIT
085400         WHEN OTHER
085500             MOVE '3310-READ-NEXT-HELD, ' TO WS-ABORT-MSG-PGRPH
085600             MOVE 'READNEXT SUSPINQ, ' TO WS-ABORT-MSG-EDESC
085700             MOVE 4407 TO WS-ABORT-REASON
085800             PERFORM 9999-ABORT THRU 9999-EXIT
085900     END-EVALUATE
086000
086100     IF SU-EMPLOYEE-ID NOT = CA-EMPLOYEE-ID THEN
086200         SET WS-BROWSE-DONE TO TRUE
086300         GO TO 3310-EXIT
086400     END-IF
086500
086507*************** ITEMS HELD BEFORE THE FICA AND LOCAL TAX WERE
086514*************** CARRIED HAVE SPACES IN THOSE AMOUNTS.
086521     IF SU-SOCSEC NOT NUMERIC THEN
086528         MOVE ZERO TO SU-SOCSEC
086535     END-IF
086542     IF SU-MEDICARE NOT NUMERIC THEN
086549         MOVE ZERO TO SU-MEDICARE
086556     END-IF
086563     IF SU-LOCALTX NOT NUMERIC THEN
086570         MOVE ZERO TO SU-LOCALTX
086577     END-IF
086584
086600     SET WS-ACTIVITY-FOUND TO TRUE
086700     IF WS-EMPLOYEE-NAME = SPACES THEN
086800         STRING SU-LAST-NAME  DELIMITED BY '  '
086900                ', '          DELIMITED BY SIZE
087000                SU-FIRST-NAME DELIMITED BY '  '
087100                ' '           DELIMITED BY SIZE
087200                SU-MID-INIT   DELIMITED BY SIZE
087300             INTO WS-EMPLOYEE-NAME
087400         END-STRING
087500     END-IF
087600
087700     ADD 1 TO WS-MATCH-COUNT
087800     IF WS-MATCH-COUNT > WS-LAST-WANTED THEN
087900         SET CA-SUSP-MORE TO TRUE
088000         SET WS-BROWSE-DONE TO TRUE
088100         GO TO 3310-EXIT
088200     END-IF
088300     IF WS-MATCH-COUNT < WS-FIRST-WANTED THEN
088400         GO TO 3310-EXIT
088500     END-IF
088600
088700     COMPUTE WS-ROW-NDX = WS-MATCH-COUNT - WS-FIRST-WANTED + 1
088800     MOVE SU-RUN-NUMBER     TO WSL-RUN-NUMBER
088900     MOVE SU-RUN-DATE       TO WS-DATE-IN
089000     PERFORM 8100-EDIT-DATE THRU 8100-EXIT
089100     MOVE WS-DATE-OUT       TO WSL-RUN-DATE
089200     MOVE SU-STATE-CODE     TO WSL-STATE-CODE
089300     MOVE SU-GROSS          TO WSL-GROSS
089400     MOVE SU-NET            TO WSL-NET
089500
089600     IF SU-HELD-DUPLICATE THEN
089700         MOVE 'DUPLICATE'    TO WSL-HELD-FOR
089800     ELSE
089900         MOVE 'REVIEW LIMIT' TO WSL-HELD-FOR
090000     END-IF
090100
090200     EVALUATE TRUE
090300         WHEN SU-RELEASED
090400             MOVE 'RELEASED' TO WSL-STATUS
090500         WHEN SU-REJECTED
090600             MOVE 'REJECTED' TO WSL-STATUS
090700         WHEN OTHER
090800             MOVE 'HELD'     TO WSL-STATUS
090900     END-EVALUATE
091000
091100     IF SU-STILL-HELD OR SU-OUTCOME-DATE = SPACES THEN
091200         MOVE SPACES TO WSL-OUTCOME-DATE
091300     ELSE
091400         MOVE SU-OUTCOME-DATE TO WS-DATE-IN
091500         PERFORM 8100-EDIT-DATE THRU 8100-EXIT
091600         MOVE WS-DATE-OUT     TO WSL-OUTCOME-DATE
091700     END-IF
091800
091900     MOVE WS-SUSP-LINE      TO SUSLNO (WS-ROW-NDX)
092000
092100     .
092200 3310-EXIT.
092300     EXIT.
092400*****************************************************************
092500*  SEND THE SCREEN - CURSOR ON THE EMPLOYEE ID
092600*****************************************************************
092700
092800 8000-SEND-SCREEN.
092900     EXEC CICS ASKTIME
093000          ABSTIME (WS-ABSTIME)
093100     END-EXEC
093200     EXEC CICS FORMATTIME
093300          ABSTIME  (WS-ABSTIME)
093400          MMDDYYYY (CURDTO)
093500          DATESEP  ('/')
093600     END-EXEC
093700
093800     MOVE CA-EMPLOYEE-ID TO EMPIDO
093900     MOVE WS-MESSAGE     TO MSGO
094000     MOVE -1             TO EMPIDL
094100
094200     EXEC CICS SEND
094300          MAP     ('LAB44MA')
094400          MAPSET  ('LAB44M')
094500          FROM    (LAB44MAO)
094600          ERASE
094700          CURSOR
094800          RESP    (WS-CICS-RESP)
094900     END-EXEC
095000     IF WS-CICS-RESP NOT = DFHRESP(NORMAL) THEN
095100         MOVE '8000-SEND-SCREEN, ' TO WS-ABORT-MSG-PGRPH
095200         MOVE 'SENDING MAP LAB44MA, ' TO WS-ABORT-MSG-EDESC
095300         MOVE 4408 TO WS-ABORT-REASON
095400         PERFORM 9999-ABORT THRU 9999-EXIT
095500     END-IF
095600
095700     .
095800 8000-EXIT.
095900     EXIT.
096000*****************************************************************
096100*  YYYYMMDD IN WS-DATE-IN TO MM/DD/YYYY IN WS-DATE-OUT
096200*****************************************************************
096300
096400 8100-EDIT-DATE.
096500     MOVE WS-DATE-IN-MM     TO WS-DATE-OUT-MM
096600     MOVE WS-DATE-IN-DD     TO WS-DATE-OUT-DD
096700     MOVE WS-DATE-IN-YYYY   TO WS-DATE-OUT-YYYY
096800
096900     .
097000 8100-EXIT.
097100     EXIT.
097200*****************************************************************
097300*  ABORT - LOG THE MESSAGE TO CSMT, SHOW IT, AND ABEND LB44
097400*****************************************************************
097500
097600 9999-ABORT.
097700     MOVE WS-CICS-RESP    TO WS-ABORT-MSG-SYSRC
097800     MOVE WS-ABORT-REASON TO WS-ABORT-MSG-REASON
097900     EXEC CICS WRITEQ TD
098000          QUEUE   ('CSMT')
098100          FROM    (WS-ABORT-MSG-STRING)
098200          LENGTH  (LENGTH OF WS-ABORT-MSG-STRING)
098300          RESP    (WS-CICS-RESP2)
098400     END-EXEC
098500     EXEC CICS SEND TEXT
098600          FROM    (WS-ABORT-MSG-STRING)
098700          LENGTH  (LENGTH OF WS-ABORT-MSG-STRING)
098800          ERASE
098900          FREEKB
099000          RESP    (WS-CICS-RESP2)
099100     END-EXEC
099200     EXEC CICS ABEND
099300          ABCODE  ('LB44')
099400     END-EXEC
099500
099600     .
099700 9999-EXIT.
099800     EXIT.
099900*****************************************************************
100000*  PHYSICAL END OF PROGRAM
100100*****************************************************************
