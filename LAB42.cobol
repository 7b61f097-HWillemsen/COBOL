000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB42.
000300 AUTHOR.        SUZI Q.
000400 DATE-WRITTEN.  OCTOBER 2026.
000500 DATE-COMPILED.
000600*****************************************************************
000700*
000800*-------------P R O G R A M  D E S C R I P T I O N--------------*
000900*
001000*    ----------------- LAB42 -----------------------
001100*
001200*    PURPOSE  THIS PROGRAM REBUILDS THE YEAR-TO-DATE BONUS
001300*    =======     MASTER BY FORWARD RECOVERY.  IT LOADS A FRESH
001400*                CLUSTER FROM A KNOWN-GOOD UNLOAD OF THE MASTER -
001500*                THE YEAR-OPEN ARCHIVE LAB17 WRITES TO YTDARCH,
001600*                OR ANY LATER FULL BACKUP - AND THEN RE-APPLIES
001700*                THE YTD UPDATE JOURNAL (COPYLIB YTDJCMP) IN THE
001800*                ORDER THE RUNS WROTE IT, THROUGH A CHOSEN RUN
001900*                NUMBER.  EVERY BEFORE IMAGE IS COMPARED WITH THE
002000*                RECORD IT CLAIMS TO HAVE CHANGED, SO A GAP IN
002100*                THE JOURNAL OR THE WRONG STARTING UNLOAD SHOWS
002200*                UP AT THE FIRST RECORD IT TOUCHES.
002300*
002400*    NOTE:    THE PARM NAMES THE LAST LAB14 RUN ALREADY IN THE
002500*    =====    UNLOAD AND THE RUN TO RECOVER THROUGH.  JOURNAL
002600*             ENTRIES UP TO AND INCLUDING THE FIRST ARE SKIPPED.
002700*             A YEAR-OPEN ARCHIVE WAS TAKEN BEFORE LAB17 RESET
002800*             THE MASTER, SO FOR THAT START ALSO CODE THE LAB17
002900*             RUN DATE - RECOVERY THEN BEGINS WITH THAT ROLLOVER'S
003000*             OWN RESETS AND PURGES (RUN NUMBER ZERO).
003100*             A BEFORE-IMAGE MISMATCH IS LISTED AND THE AFTER
003200*             IMAGE IS APPLIED ANYWAY, SO ONE PASS SHOWS EVERY
003300*             BREAK; THE RUN THEN ENDS RC 92 AND THE REBUILT
003400*             MASTER MUST NOT BE PROMOTED.  A CLEAN REBUILD IS
003500*             PROVED BY RUNNING LAB19 AGAINST THE NEW CLUSTER
003600*             (SEE JOB LAB42) BEFORE IT REPLACES YTDMAST.
003700*
003800*    INPUT   BASE-FILE          YTDBASE  (UNLOAD OF THE MASTER,
003900*    =====                               EMPLOYEE/STATE ORDER)
004000*            YTDJ-FILE          YTDJRNL  (YTD UPDATE JOURNAL)
004100*            LS-RECOVERY-PARM   RUN RANGE (EXEC PARM)
004200*
004300*    PROCESS 1. LOAD THE UNLOAD INTO THE EMPTY NEW CLUSTER.
004400*    ======= 2. APPLY EACH JOURNAL ENTRY IN THE RANGE - WRITE,
004500*               REWRITE, OR DELETE - AFTER CHECKING ITS BEFORE
004600*               IMAGE AGAINST THE NEW MASTER.
004700*            3. FOOT THE REBUILT MASTER AND PRINT THE CONTROL
004800*               LISTING.
004900*
005000*    OUTPUT  YTD-NEW-RECORD     YTDNEW   (REBUILT MASTER, KSDS)
005100*    ======  RBLD-RECORD        RBLDRPT  (CONTROL LISTING)
005200*
005300*    CALLING PROGRAM(S)  :   NONE
005400*
005500*    CALLED  PROGRAM(S)  :   NONE
005600*
005700*---------------------------------------------------------------*
005800*                 UPDATE LOG
005900*---------------------------------------------------------------*
006000*
006100* PERSON  PROJECT   DATE      DESCRIPTION          PROGRAM   VER*
006200* ------  --------  --------  -------------------  -------   ---*
006300* SUZI Q  PAYROLL   10/15/26  INITIAL VERSION       LAB42     000*
006400*****************************************************************
006500*
006600*****************************************************************
006700*         E N V I R O N M E N T     D I V I S I O N
006800*****************************************************************
006900 ENVIRONMENT DIVISION.
007000 INPUT-OUTPUT SECTION.
007100 FILE-CONTROL.
007200     SELECT BASE-FILE      ASSIGN TO YTDBASE
007300            FILE STATUS IS WS-BASFILE-STATUS-CODE.
007400     SELECT YTDJ-FILE      ASSIGN TO YTDJRNL
007500            FILE STATUS IS WS-YTJFILE-STATUS-CODE.
007600     SELECT YTD-NEW        ASSIGN TO YTDNEW
007700            ORGANIZATION INDEXED
007800            ACCESS MODE DYNAMIC
007900            RECORD KEY IS YN-KEY
008000            FILE STATUS IS WS-YTNFILE-STATUS-CODE.
008100     SELECT RBLD-REPORT    ASSIGN TO RBLDRPT
008200            FILE STATUS IS WS-RPTFILE-STATUS-CODE.
008300*****************************************************************
008400*                  D A T A     D I V I S I O N
008500*****************************************************************
008600 DATA DIVISION.
008700 FILE SECTION.
008800*****************************************************************
008900*    BASE-FILE - STARTING UNLOAD OF THE MASTER       INPUT
009000*****************************************************************
009100 FD  BASE-FILE
009200     RECORDING F
009300     LABEL RECORDS STANDARD
009400     RECORD CONTAINS 100 CHARACTERS
009500     BLOCK CONTAINS 0 RECORDS
009600     DATA RECORD IS BASE-RECORD.
009700
009800 01  BASE-RECORD                 PIC X(100).
009900
010000*****************************************************************
010100*    YTDJ-FILE - YTD MASTER UPDATE JOURNAL           INPUT
010200*****************************************************************
010300 FD  YTDJ-FILE
010400     RECORDING F
010500     LABEL RECORDS STANDARD
010600     RECORD CONTAINS 240 CHARACTERS
010700     BLOCK CONTAINS 0 RECORDS
010800     DATA RECORD IS YTDJ-RECORD.
010900
011000 COPY YTDJCMP REPLACING
011100     YJ-RECORD              BY  YTDJ-RECORD
011200     YJ-EMPLOYEE-ID         BY  YJR-EMPLOYEE-ID
011300     YJ-STATE-CODE          BY  YJR-STATE-CODE
011400     YJ-RUN-NUMBER          BY  YJR-RUN-NUMBER
011500     YJ-PROGRAM-ID          BY  YJR-PROGRAM-ID
011600     YJ-RUN-DATE            BY  YJR-RUN-DATE
011700     YJ-ACTION              BY  YJR-ACTION
011800     YJ-ACTION-WRITE        BY  YJR-ACTION-WRITE
011900     YJ-ACTION-REWRITE      BY  YJR-ACTION-REWRITE
012000     YJ-ACTION-DELETE       BY  YJR-ACTION-DELETE
012100     YJ-BEFORE-IMAGE        BY  YJR-BEFORE-IMAGE
012200     YJ-AFTER-IMAGE         BY  YJR-AFTER-IMAGE.
012300
012400*****************************************************************
012500*    YTD-NEW - THE REBUILT MASTER                    OUTPUT
012600*****************************************************************
012700 FD  YTD-NEW
012800     RECORDING F
012900     LABEL RECORDS STANDARD
013000     RECORD CONTAINS 100 CHARACTERS
013100     DATA RECORD IS YTD-NEW-RECORD.
013200
013300     COPY YTDCMP REPLACING
013400         YC-RECORD              BY  YTD-NEW-RECORD
013500         YC-KEY                 BY  YN-KEY
013600         YC-EMPLOYEE-ID         BY  YN-EMPLOYEE-ID
013700         YC-LAST-NAME           BY  YN-LAST-NAME
013800         YC-FIRST-NAME          BY  YN-FIRST-NAME
013900         YC-MID-INIT            BY  YN-MID-INIT
014000         YC-STATE-CODE          BY  YN-STATE-CODE
014100         YC-YTD-GROSS           BY  YN-YTD-GROSS
014200         YC-YTD-FEDTX           BY  YN-YTD-FEDTX
014300         YC-YTD-STATETX         BY  YN-YTD-STATETX
014400         YC-YTD-NET             BY  YN-YTD-NET
014500         YC-YTD-FICA-WAGES      BY  YN-YTD-FICA-WAGES
014600         YC-YTD-SOCSEC          BY  YN-YTD-SOCSEC
014700         YC-YTD-MEDICARE        BY  YN-YTD-MEDICARE
014800         YC-YTD-LOCALTX         BY  YN-YTD-LOCALTX
014900         YC-YTD-401K            BY  YN-YTD-401K.
015000
015100*****************************************************************
015200*    RBLD-REPORT - CONTROL LISTING                   OUTPUT
015300*****************************************************************
015400 FD  RBLD-REPORT
015500     RECORDING F
015600     LABEL RECORDS STANDARD
015700     RECORD CONTAINS 133 CHARACTERS
015800     BLOCK CONTAINS 0 RECORDS
015900     DATA RECORD IS RBLD-RECORD.
016000
016100 01  RBLD-RECORD.
016200     05  FILLER                  PIC X(133).
016300
016400*****************************************************************
016500*    W O R K I N G - S T O R A G E
016600*****************************************************************
016700
016800 WORKING-STORAGE SECTION.
016900
017000 01  WS-START-OF-WORKING-STORAGE.
017100     05 WS-START-OF-WS-MARKER           PIC X(37)
017200        VALUE 'LAB42 WORKING STORAGE BEGINS HERE'.
017300***********************
017400*  ERROR CODES        *
017500***********************
017600
017700 01  WS-ERROR-CODES.
017800     05  WS-BASFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
017900     05  WS-YTJFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
018000     05  WS-YTNFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
018100     05  WS-RPTFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
018200     05  WS-ABORT-TRIGGER        PIC S9(1) VALUE 0.
018300     05  WS-ABORT-CODE           PIC S9(1).
018400     05  WS-RETURN-CODE-DISPLAY  PIC S9(5) COMP-3.
018500
018600***********************
018700*  MESSAGE STRINGS    *
018800***********************
018900
019000 01  WS-ABORT-MSG-STRING.
019100     05  WS-ABORT-MSG-ERRLB      PIC X(06) VALUE 'ERROR '.
019200     05  WS-ABORT-MSG-EDESC      PIC X(28).
019300     05  WS-ABORT-MSG-IN         PIC X(14) VALUE ' IN PARAGRAPH '.
019400     05  WS-ABORT-MSG-PGRPH      PIC X(28).
019500     05  WS-ABORT-MSG-RCLBL      PIC X(08) VALUE 'SYS RC: '.
019600     05  WS-ABORT-MSG-SYSRC      PIC X(02).
019700
019800***********************
019900*  SWITCHES           *
020000***********************
020100
020200 01  SWITCHES.
020300     05  WS-BASE-FILE-SWITCH     PIC X(01) VALUE 'N'.
020400         88  WS-BASE-EOF                   VALUE 'Y'.
020500     05  WS-YTDJ-FILE-SWITCH     PIC X(01) VALUE 'N'.
020600         88  WS-YTDJ-EOF                   VALUE 'Y'.
020700     05  WS-YTD-NEW-SWITCH       PIC X(01) VALUE 'N'.
020800         88  WS-YTD-NEW-EOF                VALUE 'Y'.
020900     05  WS-RECOVERY-SWITCH      PIC X(01) VALUE 'N'.
021000         88  WS-RECOVERY-STARTED           VALUE 'Y'.
021100         88  WS-RECOVERY-PAST-THRU         VALUE 'P'.
021200     05  WS-ON-MASTER-SWITCH     PIC X(01) VALUE 'N'.
021300         88  WS-KEY-ON-MASTER              VALUE 'Y'.
021400
021500***********************
021600*  ACCUMULATORS       *
021700***********************
021800
021900 01  ACCUMULATORS.
022000     05  WS-BASE-REC-IN          PIC S9(07) COMP-3     VALUE +0.
022100     05  WS-YTDJ-REC-IN          PIC S9(07) COMP-3     VALUE +0.
022200     05  WS-YTDJ-IN-BASE         PIC S9(07) COMP-3     VALUE +0.
022300     05  WS-YTDJ-PAST-THRU       PIC S9(07) COMP-3     VALUE +0.
022400     05  WS-APPLIED-WRITE        PIC S9(07) COMP-3     VALUE +0.
022500     05  WS-APPLIED-REWRITE      PIC S9(07) COMP-3     VALUE +0.
022600     05  WS-APPLIED-DELETE       PIC S9(07) COMP-3     VALUE +0.
022700     05  WS-MISMATCH-CTR         PIC S9(07) COMP-3     VALUE +0.
022800     05  WS-NEW-REC-OUT          PIC S9(07) COMP-3     VALUE +0.
022900     05  WS-HASH-GROSS           PIC S9(13)V99 COMP-3  VALUE +0.
023000     05  WS-HASH-FEDTX           PIC S9(13)V99 COMP-3  VALUE +0.
023100     05  WS-HASH-STATETX         PIC S9(13)V99 COMP-3  VALUE +0.
023200     05  WS-HASH-SOCSEC          PIC S9(13)V99 COMP-3  VALUE +0.
023300     05  WS-HASH-MEDICARE        PIC S9(13)V99 COMP-3  VALUE +0.
023400     05  WS-HASH-LOCALTX         PIC S9(13)V99 COMP-3  VALUE +0.
023500     05  WS-HASH-401K            PIC S9(13)V99 COMP-3  VALUE +0.
023600     05  WS-HASH-NET             PIC S9(13)V99 COMP-3  VALUE +0.
023700     05  WS-HASH-FICA-WAGES      PIC S9(13)V99 COMP-3  VALUE +0.
023800
023900***********************
024000*  WORK FIELDS        *
024100***********************
024200
024300 01  WS-WORK-FIELDS.
024400     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
024500     05  WS-LAST-RUN-APPLIED     PIC 9(05)  VALUE ZERO.
024600     05  WS-MISMATCH-MSG         PIC X(40)  VALUE SPACES.
024700
024800***********************
024900*  RECORD LAYOUTS     *
025000***********************
025100
025200 01  WS-RBLRPT-HEADER-1.
025300     05 WB1-ASA-CODE             PIC X(01) VALUE '1'.
025400     05 WB1-TITLE                PIC X(46) VALUE
025500            'YTD MASTER FORWARD RECOVERY CONTROL LISTING'.
025600     05 WB1-DATE-LABEL           PIC X(10) VALUE 'RUN DATE: '.
025700     05 WB1-RUN-DATE             PIC X(08).
025800     05 WB1-FILLER               PIC X(68) VALUE SPACES.
025900
026000 01  WS-RBLRPT-HEADER-2.
026100     05 WB2-ASA-CODE             PIC X(01) VALUE ' '.
026200     05 WB2-FROM-LABEL           PIC X(16) VALUE
026300                                 'BASE AFTER RUN: '.
026400     05 WB2-FROM-RUN             PIC ZZZZ9.
026500     05 WB2-THRU-LABEL           PIC X(15) VALUE
026600                                 '  THROUGH RUN: '.
026700     05 WB2-THRU-RUN             PIC ZZZZ9.
026800     05 WB2-OPEN-LABEL           PIC X(18) VALUE
026900                                 '  YEAR-OPEN DATE: '.
027000     05 WB2-OPEN-DATE            PIC X(08).
027100     05 WB2-FILLER               PIC X(65) VALUE SPACES.
027200
027300 01  WS-RBLRPT-HEADER-3.
027400     05 WB3-ASA-CODE             PIC X(01) VALUE '-'.
027500     05 WB3-EMP-LABEL            PIC X(10) VALUE 'EMPLOYEE'.
027600     05 WB3-STATE-LABEL          PIC X(04) VALUE 'ST'.
027700     05 WB3-RUN-LABEL            PIC X(07) VALUE '  RUN'.
027800     05 WB3-PGM-LABEL            PIC X(10) VALUE 'PROGRAM'.
027900     05 WB3-DATE-LABEL           PIC X(10) VALUE 'RUN DATE'.
028000     05 WB3-ACTION-LABEL         PIC X(05) VALUE 'ACT'.
028100     05 WB3-MSG-LABEL            PIC X(40) VALUE
028200                                 'BEFORE-IMAGE MISMATCH'.
028300     05 WB3-FILLER               PIC X(46) VALUE SPACES.
028400
028500 01  WS-RBLRPT-DETAIL.
028600     05 WBD-ASA-CODE             PIC X(01) VALUE SPACES.
028700     05 WBD-EMPLOYEE-ID          PIC X(08).
028800     05 WBD-COL-DIV-1            PIC X(02) VALUE SPACES.
028900     05 WBD-STATE-CODE           PIC X(02).
029000     05 WBD-COL-DIV-2            PIC X(02) VALUE SPACES.
029100     05 WBD-RUN-NUMBER           PIC ZZZZ9.
029200     05 WBD-COL-DIV-3            PIC X(02) VALUE SPACES.
029300     05 WBD-PROGRAM-ID           PIC X(08).
029400     05 WBD-COL-DIV-4            PIC X(02) VALUE SPACES.
029500     05 WBD-RUN-DATE             PIC X(08).
029600     05 WBD-COL-DIV-5            PIC X(02) VALUE SPACES.
029700     05 WBD-ACTION               PIC X(01).
029800     05 WBD-COL-DIV-6            PIC X(04) VALUE SPACES.
029900     05 WBD-MESSAGE              PIC X(40).
030000     05 WBD-FILLER               PIC X(46) VALUE SPACES.
030100
030200 01  WS-RBLRPT-COUNT-LINE.
030300     05 WBC-ASA-CODE             PIC X(01) VALUE '-'.
030400     05 WBC-LABEL                PIC X(26).
030500     05 WBC-COUNT                PIC Z,ZZZ,ZZ9.
030600     05 WBC-FILLER               PIC X(97) VALUE SPACES.
030700
030800 01  WS-RBLRPT-AMOUNT-LINE.
030900     05 WBA-ASA-CODE             PIC X(01) VALUE '-'.
031000     05 WBA-LABEL                PIC X(26).
031100     05 WBA-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
031200     05 WBA-FILLER               PIC X(84) VALUE SPACES.
031300
031400 01  WS-RBLRPT-VERDICT-LINE.
031500     05 WBV-ASA-CODE             PIC X(01) VALUE '-'.
031600     05 WBV-MESSAGE              PIC X(60) VALUE SPACES.
031700     05 WBV-FILLER               PIC X(72) VALUE SPACES.
031800
031900 01  WS-END-OF-WORKING-STORAGE.
032000     05 WS-END-OF-WS-MARKER      PIC X(35) VALUE
032100        'LAB42 WORKING STORAGE ENDS HERE'.
032200*****************************************************************
032300*          L I N K A G E
032400*****************************************************************
032500
032600 LINKAGE SECTION.
032700
032800 01  LS-RECOVERY-PARM.
032900     05  LS-FROM-RUN             PIC 9(05).
033000*                         THE LAST LAB14 RUN ALREADY REFLECTED IN
033100*                         THE UNLOAD - JOURNAL ENTRIES THROUGH
033200*                         THIS RUN ARE SKIPPED
033300     05  LS-THRU-RUN             PIC 9(05).
033400*                         THE LAST RUN TO RE-APPLY
033500     05  LS-OPEN-DATE            PIC X(08).
033600*                         YYYYMMDD OF THE LAB17 YEAR-OPEN WHEN THE
033700*                         UNLOAD IS ITS YTDARCH ARCHIVE; BLANK FOR
033800*                         ANY OTHER BACKUP.  SUPPLIED, WITH THE
033900*                         TWO RUN NUMBERS, VIA THE EXEC PARM.
034000
034100*****************************************************************
034200*          P R O C E D U R E     D I V I S I O N
034300*****************************************************************
034400
034500 PROCEDURE DIVISION USING LS-RECOVERY-PARM.
034600 0000-MAINLINE.
034700     PERFORM 1000-INITIALIZATION     THRU 1000-EXIT
034800     PERFORM 1500-LOAD-BASE          THRU 1500-EXIT
034900     PERFORM 2000-APPLY-JOURNAL      THRU 2000-EXIT
035000     PERFORM 3000-FOOT-NEW-MASTER    THRU 3000-EXIT
035100     PERFORM 3500-PRINT-CONTROL-LIST THRU 3500-EXIT
035200     PERFORM 4000-TERMINATE          THRU 4000-EXIT
035300     GOBACK
035400
035500     .
035600*****************************************************************
035700*  INITIALIZATION ROUTINE
035800*****************************************************************
035900
036000 1000-INITIALIZATION.
036100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
036200
036300     PERFORM 1100-EDIT-PARM THRU 1100-EXIT
036400
036500     OPEN INPUT BASE-FILE
036600     IF WS-BASFILE-STATUS-CODE = '00' THEN
036700         CONTINUE
036800     ELSE
036900         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
037000         MOVE 'OPENING BASE-FILE, ' TO WS-ABORT-MSG-EDESC
037100         MOVE WS-BASFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
037200         MOVE 4201 TO RETURN-CODE
037300         PERFORM 9999-ABORT THRU 9999-EXIT
037400     END-IF
037500
037600     OPEN INPUT YTDJ-FILE
037700     IF WS-YTJFILE-STATUS-CODE = '00' THEN
037800         CONTINUE
037900     ELSE
038000         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
038100         MOVE 'OPENING YTDJ-FILE, ' TO WS-ABORT-MSG-EDESC
038200         MOVE WS-YTJFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
038300         MOVE 4202 TO RETURN-CODE
038400         PERFORM 9999-ABORT THRU 9999-EXIT
038500     END-IF
038600
038700*************** THE NEW CLUSTER IS DEFINED EMPTY BY THE JOB -
038800*************** IT IS LOADED HERE AND NEVER SHARES A DSN WITH
038900*************** THE PRODUCTION MASTER UNTIL IT HAS BEEN PROVED.
039000     OPEN OUTPUT YTD-NEW
039100     IF WS-YTNFILE-STATUS-CODE = '00' THEN
039200         CONTINUE
039300     ELSE
039400         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
039500         MOVE 'OPENING YTD-NEW, ' TO WS-ABORT-MSG-EDESC
039600         MOVE WS-YTNFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
039700         MOVE 4203 TO RETURN-CODE
039800         PERFORM 9999-ABORT THRU 9999-EXIT
039900     END-IF
040000
040100     OPEN OUTPUT RBLD-REPORT
040200     IF WS-RPTFILE-STATUS-CODE = '00' THEN
040300         CONTINUE
040400     ELSE
040500         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
040600         MOVE 'OPENING RBLD-REPORT, ' TO WS-ABORT-MSG-EDESC
040700         MOVE WS-RPTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
040800         MOVE 4204 TO RETURN-CODE
040900         PERFORM 9999-ABORT THRU 9999-EXIT
041000     END-IF
041100
041200     MOVE WS-RUN-DATE        TO WB1-RUN-DATE
041300     MOVE WS-RBLRPT-HEADER-1 TO RBLD-RECORD
041400     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
041500     MOVE LS-FROM-RUN        TO WB2-FROM-RUN
041600     MOVE LS-THRU-RUN        TO WB2-THRU-RUN
041700     MOVE LS-OPEN-DATE       TO WB2-OPEN-DATE
041800     MOVE WS-RBLRPT-HEADER-2 TO RBLD-RECORD
041900     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
042000     MOVE WS-RBLRPT-HEADER-3 TO RBLD-RECORD
042100     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
042200
042300     .
042400 1000-EXIT.
042500     EXIT.
042600*****************************************************************
042700*  REFUSE A PARM THAT CANNOT NAME A RUN RANGE
042800*****************************************************************
042900
043000 1100-EDIT-PARM.
043100     IF LS-FROM-RUN NOT NUMERIC OR LS-THRU-RUN NOT NUMERIC THEN
043200         DISPLAY 'RECOVERY PARM MUST BE FROM-RUN (5), THRU-RUN '
043300             '(5), YEAR-OPEN DATE (8 OR BLANK)'
043400         MOVE '1100-EDIT-PARM, ' TO WS-ABORT-MSG-PGRPH
043500         MOVE '- RUN NUMBERS NOT NUMERIC, ' TO WS-ABORT-MSG-EDESC
043600         MOVE '  ' TO WS-ABORT-MSG-SYSRC
043700         MOVE 4211 TO RETURN-CODE
043800         PERFORM 9999-ABORT THRU 9999-EXIT
043900     END-IF
044000
044100     IF LS-THRU-RUN < LS-FROM-RUN THEN
044200         DISPLAY 'THROUGH RUN ' LS-THRU-RUN
044300             ' IS BEFORE THE BASE RUN ' LS-FROM-RUN
044400         MOVE '1100-EDIT-PARM, ' TO WS-ABORT-MSG-PGRPH
044500         MOVE '- RUN RANGE BACKWARDS, ' TO WS-ABORT-MSG-EDESC
044600         MOVE '  ' TO WS-ABORT-MSG-SYSRC
044700         MOVE 4212 TO RETURN-CODE
044800         PERFORM 9999-ABORT THRU 9999-EXIT
044900     END-IF
045000
045100     .
045200 1100-EXIT.
045300     EXIT.
045400*****************************************************************
045500*  LOAD THE STARTING UNLOAD INTO THE NEW CLUSTER - THE UNLOAD IS
045600*  IN KEY ORDER, SO IT LOADS SEQUENTIALLY
045700*****************************************************************
045800
045900 1500-LOAD-BASE.
046000     PERFORM 8000-READ-BASE-FILE THRU 8000-EXIT
046100     PERFORM 1510-LOAD-ONE-RECORD THRU 1510-EXIT
046200         UNTIL WS-BASE-EOF
046300
046400     CLOSE BASE-FILE, YTD-NEW
046500
046600     .
046700 1500-EXIT.
046800     EXIT.
046900*****************************************************************
047000*  WRITE ONE UNLOADED RECORD TO THE NEW CLUSTER
047100*****************************************************************
047200
047300 1510-LOAD-ONE-RECORD.
047400     MOVE BASE-RECORD TO YTD-NEW-RECORD
047500     WRITE YTD-NEW-RECORD
047600     IF WS-YTNFILE-STATUS-CODE = '00' THEN
047700         CONTINUE
047800     ELSE
047900         MOVE '1510-LOAD-ONE-RECORD, ' TO WS-ABORT-MSG-PGRPH
048000         MOVE 'LOADING YTD-NEW, ' TO WS-ABORT-MSG-EDESC
048100         MOVE WS-YTNFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
048200         MOVE 1510 TO RETURN-CODE
048300         PERFORM 9999-ABORT THRU 9999-EXIT
048400     END-IF
048500
048600     PERFORM 8000-READ-BASE-FILE THRU 8000-EXIT
048700
048800     .
048900 1510-EXIT.
049000     EXIT.
049100*****************************************************************
049200*  RE-APPLY THE JOURNAL IN THE ORDER THE RUNS WROTE IT
049300*****************************************************************
049400
049500 2000-APPLY-JOURNAL.
049600     OPEN I-O YTD-NEW
049700     IF WS-YTNFILE-STATUS-CODE = '00' THEN
049800         CONTINUE
049900     ELSE
050000         MOVE '2000-APPLY-JOURNAL, ' TO WS-ABORT-MSG-PGRPH
050100         MOVE 'REOPENING YTD-NEW, ' TO WS-ABORT-MSG-EDESC
050200         MOVE WS-YTNFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
050300         MOVE 2001 TO RETURN-CODE
050400         PERFORM 9999-ABORT THRU 9999-EXIT
050500     END-IF
050600
050700     PERFORM 8100-READ-YTDJ-FILE THRU 8100-EXIT
050800     PERFORM 2100-PROCESS-JOURNAL-ENTRY THRU 2100-EXIT
050900         UNTIL WS-YTDJ-EOF
051000
051100     CLOSE YTDJ-FILE, YTD-NEW
051200
051300     .
051400 2000-EXIT.
051500     EXIT.
051600*****************************************************************
051700*  SKIP WHAT THE UNLOAD ALREADY HOLDS, APPLY THE RANGE, AND
051800*  COUNT WHAT FOLLOWS THE THROUGH RUN
051900*****************************************************************
052000
052100 2100-PROCESS-JOURNAL-ENTRY.
052200     IF NOT WS-RECOVERY-STARTED
052300        AND NOT WS-RECOVERY-PAST-THRU THEN
052400         PERFORM 2110-CHECK-START THRU 2110-EXIT
052500     END-IF
052600
052700     IF WS-RECOVERY-STARTED
052800        AND YJR-RUN-NUMBER > LS-THRU-RUN THEN
052900         SET WS-RECOVERY-PAST-THRU TO TRUE
053000     END-IF
053100
053200     EVALUATE TRUE
053300         WHEN WS-RECOVERY-STARTED
053400             PERFORM 2200-APPLY-ENTRY THRU 2200-EXIT
053500         WHEN WS-RECOVERY-PAST-THRU
053600             ADD +1 TO WS-YTDJ-PAST-THRU
053700         WHEN OTHER
053800             ADD +1 TO WS-YTDJ-IN-BASE
053900     END-EVALUATE
054000
054100     PERFORM 8100-READ-YTDJ-FILE THRU 8100-EXIT
054200
054300     .
054400 2100-EXIT.
054500     EXIT.
054600*****************************************************************
054700*  RECOVERY STARTS AT THE FIRST ENTRY THE UNLOAD CANNOT HOLD -
054800*  THE NAMED YEAR-OPEN'S OWN RESETS, OR THE FIRST RUN AFTER THE
054900*  BASE RUN
055000*****************************************************************
055100
055200 2110-CHECK-START.
055300     IF LS-OPEN-DATE NOT = SPACES
055400        AND YJR-PROGRAM-ID = 'LAB17'
055500        AND YJR-RUN-DATE = LS-OPEN-DATE THEN
055600         SET WS-RECOVERY-STARTED TO TRUE
055700     END-IF
055800
055900     IF YJR-RUN-NUMBER > LS-FROM-RUN THEN
056000         SET WS-RECOVERY-STARTED TO TRUE
056100     END-IF
056200
056300     .
056400 2110-EXIT.
056500     EXIT.
056600*****************************************************************
056700*  APPLY ONE JOURNAL ENTRY TO THE NEW MASTER
056800*****************************************************************
056900
057000 2200-APPLY-ENTRY.
057100     MOVE YJR-EMPLOYEE-ID TO YN-EMPLOYEE-ID
057200     MOVE YJR-STATE-CODE  TO YN-STATE-CODE
057300     READ YTD-NEW
057400         INVALID KEY
057500             CONTINUE
057600     END-READ
057700
057800     EVALUATE WS-YTNFILE-STATUS-CODE
057900         WHEN '00'
058000             SET WS-KEY-ON-MASTER TO TRUE
058100         WHEN '23'
058200             MOVE 'N' TO WS-ON-MASTER-SWITCH
058300         WHEN OTHER
058400             MOVE '2200-APPLY-ENTRY, ' TO WS-ABORT-MSG-PGRPH
058500             MOVE 'READING YTD-NEW, ' TO WS-ABORT-MSG-EDESC
058600             MOVE WS-YTNFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
058700             MOVE 2201 TO RETURN-CODE
058800             PERFORM 9999-ABORT THRU 9999-EXIT
058900     END-EVALUATE
059000
059100     EVALUATE TRUE
059200         WHEN YJR-ACTION-WRITE
059300             PERFORM 2300-APPLY-WRITE   THRU 2300-EXIT
059400         WHEN YJR-ACTION-REWRITE
059500             PERFORM 2400-APPLY-REWRITE THRU 2400-EXIT
059600         WHEN YJR-ACTION-DELETE
059700             PERFORM 2500-APPLY-DELETE  THRU 2500-EXIT
059800         WHEN OTHER
059900             MOVE 'UNKNOWN JOURNAL ACTION - NOT APPLIED'
060000                 TO WS-MISMATCH-MSG
060100             PERFORM 2600-LIST-MISMATCH THRU 2600-EXIT
060200     END-EVALUATE
060300
060400     IF YJR-RUN-NUMBER > WS-LAST-RUN-APPLIED THEN
060500         MOVE YJR-RUN-NUMBER TO WS-LAST-RUN-APPLIED
060600     END-IF
060700
060800     .
060900 2200-EXIT.
061000     EXIT.
061100*****************************************************************
061200*  A NEW RECORD - THE KEY MUST NOT BE ON THE MASTER YET
061300*****************************************************************
061400
061500 2300-APPLY-WRITE.
061600     IF WS-KEY-ON-MASTER THEN
061700         MOVE 'WRITE OF A RECORD ALREADY ON THE MASTER'
061800             TO WS-MISMATCH-MSG
061900         PERFORM 2600-LIST-MISMATCH THRU 2600-EXIT
062000         MOVE YJR-AFTER-IMAGE TO YTD-NEW-RECORD
062100         PERFORM 8400-REWRITE-YTD-NEW THRU 8400-EXIT
062200     ELSE
062300         MOVE YJR-AFTER-IMAGE TO YTD-NEW-RECORD
062400         PERFORM 8300-WRITE-YTD-NEW THRU 8300-EXIT
062500     END-IF
062600
062700     ADD +1 TO WS-APPLIED-WRITE
062800
062900     .
063000 2300-EXIT.
063100     EXIT.
063200*****************************************************************
063300*  A CHANGED RECORD - THE MASTER MUST HOLD THE BEFORE IMAGE
063400*****************************************************************
063500
063600 2400-APPLY-REWRITE.
063700     IF NOT WS-KEY-ON-MASTER THEN
063800         MOVE 'REWRITE OF A RECORD NOT ON THE MASTER'
063900             TO WS-MISMATCH-MSG
064000         PERFORM 2600-LIST-MISMATCH THRU 2600-EXIT
064100         MOVE YJR-AFTER-IMAGE TO YTD-NEW-RECORD
064200         PERFORM 8300-WRITE-YTD-NEW THRU 8300-EXIT
064300         ADD +1 TO WS-APPLIED-REWRITE
064400         GO TO 2400-EXIT
064500     END-IF
064600
064700     IF YTD-NEW-RECORD NOT = YJR-BEFORE-IMAGE THEN
064800         MOVE 'MASTER DIFFERS FROM THE BEFORE IMAGE'
064900             TO WS-MISMATCH-MSG
065000         PERFORM 2600-LIST-MISMATCH THRU 2600-EXIT
065100     END-IF
065200
065300     MOVE YJR-AFTER-IMAGE TO YTD-NEW-RECORD
065400     PERFORM 8400-REWRITE-YTD-NEW THRU 8400-EXIT
065500     ADD +1 TO WS-APPLIED-REWRITE
065600
065700     .
065800 2400-EXIT.
065900     EXIT.
066000*****************************************************************
066100*  A PURGED RECORD - THE MASTER MUST HOLD THE BEFORE IMAGE
066200*****************************************************************
066300
066400 2500-APPLY-DELETE.
066500     IF NOT WS-KEY-ON-MASTER THEN
066600         MOVE 'DELETE OF A RECORD NOT ON THE MASTER'
066700             TO WS-MISMATCH-MSG
066800         PERFORM 2600-LIST-MISMATCH THRU 2600-EXIT
066900         GO TO 2500-EXIT
067000     END-IF
067100
067200     IF YTD-NEW-RECORD NOT = YJR-BEFORE-IMAGE THEN
067300         MOVE 'MASTER DIFFERS FROM THE BEFORE IMAGE'
067400             TO WS-MISMATCH-MSG
067500         PERFORM 2600-LIST-MISMATCH THRU 2600-EXIT
067600     END-IF
067700
067800     DELETE YTD-NEW
067900     IF WS-YTNFILE-STATUS-CODE = '00' THEN
068000         CONTINUE
068100     ELSE
068200         MOVE '2500-APPLY-DELETE, ' TO WS-ABORT-MSG-PGRPH
068300         MOVE 'DELETING FROM YTD-NEW, ' TO WS-ABORT-MSG-EDESC
068400         MOVE WS-YTNFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
068500         MOVE 2501 TO RETURN-CODE
068600         PERFORM 9999-ABORT THRU 9999-EXIT
068700     END-IF
068800     ADD +1 TO WS-APPLIED-DELETE
068900
069000     .
069100 2500-EXIT.
069200     EXIT.
069300*****************************************************************
069400*  LIST ONE BEFORE-IMAGE MISMATCH - THE CALLER SETS THE MESSAGE
069500*****************************************************************
069600
069700 2600-LIST-MISMATCH.
069800     ADD +1                  TO WS-MISMATCH-CTR
069900     MOVE YJR-EMPLOYEE-ID    TO WBD-EMPLOYEE-ID
070000     MOVE YJR-STATE-CODE     TO WBD-STATE-CODE
070100     MOVE YJR-RUN-NUMBER     TO WBD-RUN-NUMBER
070200     MOVE YJR-PROGRAM-ID     TO WBD-PROGRAM-ID
070300     MOVE YJR-RUN-DATE       TO WBD-RUN-DATE
070400     MOVE YJR-ACTION         TO WBD-ACTION
070500     MOVE WS-MISMATCH-MSG    TO WBD-MESSAGE
070600     MOVE WS-RBLRPT-DETAIL   TO RBLD-RECORD
070700     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
070800
070900     .
071000 2600-EXIT.
071100     EXIT.
071200*****************************************************************
071300*  FOOT THE REBUILT MASTER FROM THE TOP
071400*****************************************************************
071500
071600 3000-FOOT-NEW-MASTER.
071700     OPEN INPUT YTD-NEW
071800     IF WS-YTNFILE-STATUS-CODE = '00' THEN
071900         CONTINUE
072000     ELSE
072100         MOVE '3000-FOOT-NEW-MASTER, ' TO WS-ABORT-MSG-PGRPH
072200         MOVE 'REOPENING YTD-NEW, ' TO WS-ABORT-MSG-EDESC
072300         MOVE WS-YTNFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
072400         MOVE 3001 TO RETURN-CODE
072500         PERFORM 9999-ABORT THRU 9999-EXIT
072600     END-IF
072700
072800     PERFORM 8200-READ-YTD-NEW THRU 8200-EXIT
072900     PERFORM 3100-FOOT-ONE-RECORD THRU 3100-EXIT
073000         UNTIL WS-YTD-NEW-EOF
073100
073200     CLOSE YTD-NEW
073300
073400     .
073500 3000-EXIT.
073600     EXIT.
073700*****************************************************************
073800*  ADD ONE REBUILT RECORD TO THE HASH TOTALS
073900*****************************************************************
074000
074100 3100-FOOT-ONE-RECORD.
074200     ADD +1                TO WS-NEW-REC-OUT
074300     ADD YN-YTD-GROSS      TO WS-HASH-GROSS
074400     ADD YN-YTD-FEDTX      TO WS-HASH-FEDTX
074500     ADD YN-YTD-STATETX    TO WS-HASH-STATETX
074600     ADD YN-YTD-SOCSEC     TO WS-HASH-SOCSEC
074700     ADD YN-YTD-MEDICARE   TO WS-HASH-MEDICARE
074800     ADD YN-YTD-LOCALTX    TO WS-HASH-LOCALTX
074900     ADD YN-YTD-401K       TO WS-HASH-401K
075000     ADD YN-YTD-NET        TO WS-HASH-NET
075100     ADD YN-YTD-FICA-WAGES TO WS-HASH-FICA-WAGES
075200
075300     PERFORM 8200-READ-YTD-NEW THRU 8200-EXIT
075400
075500     .
075600 3100-EXIT.
075700     EXIT.
075800*****************************************************************
075900*  PRINT THE COUNTS, THE HASH TOTALS, AND THE VERDICT
076000*****************************************************************
076100
076200 3500-PRINT-CONTROL-LIST.
076300     MOVE 'RECORDS IN THE UNLOAD    :' TO WBC-LABEL
076400     MOVE WS-BASE-REC-IN       TO WBC-COUNT
076500     MOVE WS-RBLRPT-COUNT-LINE TO RBLD-RECORD
076600     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
076700
076800     MOVE 'JOURNAL ENTRIES READ     :' TO WBC-LABEL
076900     MOVE WS-YTDJ-REC-IN       TO WBC-COUNT
077000     MOVE WS-RBLRPT-COUNT-LINE TO RBLD-RECORD
077100     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
077200
077300     MOVE 'ALREADY IN THE UNLOAD    :' TO WBC-LABEL
077400     MOVE WS-YTDJ-IN-BASE      TO WBC-COUNT
077500     MOVE WS-RBLRPT-COUNT-LINE TO RBLD-RECORD
077600     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
077700
077800     MOVE 'WRITES APPLIED           :' TO WBC-LABEL
077900     MOVE WS-APPLIED-WRITE     TO WBC-COUNT
078000     MOVE WS-RBLRPT-COUNT-LINE TO RBLD-RECORD
078100     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
078200
078300     MOVE 'REWRITES APPLIED         :' TO WBC-LABEL
078400     MOVE WS-APPLIED-REWRITE   TO WBC-COUNT
078500     MOVE WS-RBLRPT-COUNT-LINE TO RBLD-RECORD
078600     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
078700
078800     MOVE 'DELETES APPLIED          :' TO WBC-LABEL
078900     MOVE WS-APPLIED-DELETE    TO WBC-COUNT
079000     MOVE WS-RBLRPT-COUNT-LINE TO RBLD-RECORD
079100     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
079200
079300     MOVE 'AFTER THE THROUGH RUN    :' TO WBC-LABEL
079400     MOVE WS-YTDJ-PAST-THRU    TO WBC-COUNT
079500     MOVE WS-RBLRPT-COUNT-LINE TO RBLD-RECORD
079600     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
079700
079800     MOVE 'LAST RUN NUMBER APPLIED  :' TO WBC-LABEL
079900     MOVE WS-LAST-RUN-APPLIED  TO WBC-COUNT
080000     MOVE WS-RBLRPT-COUNT-LINE TO RBLD-RECORD
080100     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
080200
080300     MOVE 'BEFORE-IMAGE MISMATCHES  :' TO WBC-LABEL
080400     MOVE WS-MISMATCH-CTR      TO WBC-COUNT
080500     MOVE WS-RBLRPT-COUNT-LINE TO RBLD-RECORD
080600     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
080700
080800     MOVE 'RECORDS ON REBUILT MASTER:' TO WBC-LABEL
080900     MOVE WS-NEW-REC-OUT       TO WBC-COUNT
081000     MOVE WS-RBLRPT-COUNT-LINE TO RBLD-RECORD
081100     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
081200
081300     MOVE 'HASH GROSS               :' TO WBA-LABEL
081400     MOVE WS-HASH-GROSS         TO WBA-AMOUNT
081500     MOVE WS-RBLRPT-AMOUNT-LINE TO RBLD-RECORD
081600     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
081700
081800     MOVE 'HASH FEDERAL TAX         :' TO WBA-LABEL
081900     MOVE WS-HASH-FEDTX         TO WBA-AMOUNT
082000     MOVE WS-RBLRPT-AMOUNT-LINE TO RBLD-RECORD
082100     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
082200
082300     MOVE 'HASH STATE TAX           :' TO WBA-LABEL
082400     MOVE WS-HASH-STATETX       TO WBA-AMOUNT
082500     MOVE WS-RBLRPT-AMOUNT-LINE TO RBLD-RECORD
082600     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
082700
082800     MOVE 'HASH SOCIAL SECURITY     :' TO WBA-LABEL
082900     MOVE WS-HASH-SOCSEC        TO WBA-AMOUNT
083000     MOVE WS-RBLRPT-AMOUNT-LINE TO RBLD-RECORD
083100     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
083200
083300     MOVE 'HASH MEDICARE            :' TO WBA-LABEL
083400     MOVE WS-HASH-MEDICARE      TO WBA-AMOUNT
083500     MOVE WS-RBLRPT-AMOUNT-LINE TO RBLD-RECORD
083600     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
083700
083800     MOVE 'HASH LOCAL TAX           :' TO WBA-LABEL
083900     MOVE WS-HASH-LOCALTX       TO WBA-AMOUNT
084000     MOVE WS-RBLRPT-AMOUNT-LINE TO RBLD-RECORD
084100     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
084200
084300     MOVE 'HASH 401(K) DEFERRALS    :' TO WBA-LABEL
084400     MOVE WS-HASH-401K          TO WBA-AMOUNT
084500     MOVE WS-RBLRPT-AMOUNT-LINE TO RBLD-RECORD
084600     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
084700
084800     MOVE 'HASH NET                 :' TO WBA-LABEL
084900     MOVE WS-HASH-NET           TO WBA-AMOUNT
085000     MOVE WS-RBLRPT-AMOUNT-LINE TO RBLD-RECORD
085100     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
085200
085300     MOVE 'HASH FICA WAGES          :' TO WBA-LABEL
085400     MOVE WS-HASH-FICA-WAGES    TO WBA-AMOUNT
085500     MOVE WS-RBLRPT-AMOUNT-LINE TO RBLD-RECORD
085600     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
085700
085800     EVALUATE TRUE
085900         WHEN WS-MISMATCH-CTR > 0
086000             MOVE 'JOURNAL CHAIN BROKEN - DO NOT PROMOTE YTDNEW'
086100                 TO WBV-MESSAGE
086200         WHEN WS-LAST-RUN-APPLIED NOT = LS-THRU-RUN
086300             MOVE 'THROUGH RUN NOT FOUND ON THE JOURNAL'
086400                 TO WBV-MESSAGE
086500         WHEN OTHER
086600             MOVE 'APPLIED CLEAN - PROVE YTDNEW WITH LAB19 NEXT'
086700                 TO WBV-MESSAGE
086800     END-EVALUATE
086900     MOVE WS-RBLRPT-VERDICT-LINE TO RBLD-RECORD
087000     PERFORM 8700-WRITE-RBLD-RECORD THRU 8700-EXIT
087100
087200     .
087300 3500-EXIT.
087400     EXIT.
087500*****************************************************************
087600*  TERMINATION ROUTINE
087700*****************************************************************
087800
087900 4000-TERMINATE.
088000     CLOSE RBLD-REPORT
088100
088200     DISPLAY '*** LAB42...TOTALS ***'
088300     DISPLAY 'RECORDS IN THE UNLOAD    : ' WS-BASE-REC-IN
088400     DISPLAY 'JOURNAL ENTRIES READ     : ' WS-YTDJ-REC-IN
088500     DISPLAY 'WRITES APPLIED           : ' WS-APPLIED-WRITE
088600     DISPLAY 'REWRITES APPLIED         : ' WS-APPLIED-REWRITE
088700     DISPLAY 'DELETES APPLIED          : ' WS-APPLIED-DELETE
088800     DISPLAY 'BEFORE-IMAGE MISMATCHES  : ' WS-MISMATCH-CTR
088900     DISPLAY 'RECORDS ON REBUILT MASTER: ' WS-NEW-REC-OUT
089000
089100*************** RC 92 HOLDS THE PROVING STEP - A BROKEN CHAIN
089200*************** MEANS THE WRONG UNLOAD OR A GAP IN THE JOURNAL.
089300     EVALUATE TRUE
089400         WHEN WS-MISMATCH-CTR > 0
089500             MOVE 92 TO RETURN-CODE
089600         WHEN WS-LAST-RUN-APPLIED NOT = LS-THRU-RUN
089700             MOVE 4 TO RETURN-CODE
089800         WHEN OTHER
089900             MOVE 0 TO RETURN-CODE
090000     END-EVALUATE
090100
090200     .
090300 4000-EXIT.
090400     EXIT.
090500*****************************************************************
090600*  READ STARTING UNLOAD ROUTINE
090700*****************************************************************
090800
090900 8000-READ-BASE-FILE.
091000     READ BASE-FILE
091100         AT END
091200             SET WS-BASE-EOF TO TRUE
091300         NOT AT END
091400             ADD +1 TO WS-BASE-REC-IN
091500     END-READ
091600     IF WS-BASFILE-STATUS-CODE = '00' OR
091700         WS-BASFILE-STATUS-CODE = '10' THEN
091800         CONTINUE
091900     ELSE
092000         MOVE '8000-READ-BASE-FILE, ' TO WS-ABORT-MSG-PGRPH
092100         MOVE 'READING BASE-FILE, ' TO WS-ABORT-MSG-EDESC
092200         MOVE WS-BASFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
092300         MOVE 8042 TO RETURN-CODE
092400         PERFORM 9999-ABORT THRU 9999-EXIT
092500     END-IF
092600
092700     .
092800 8000-EXIT.
092900     EXIT.
093000*****************************************************************
093100*  READ YTD UPDATE JOURNAL ROUTINE
093200*****************************************************************
093300
093400 8100-READ-YTDJ-FILE.
093500     READ YTDJ-FILE
093600         AT END
093700             SET WS-YTDJ-EOF TO TRUE
093800         NOT AT END
093900             ADD +1 TO WS-YTDJ-REC-IN
094000     END-READ
094100     IF WS-YTJFILE-STATUS-CODE = '00' OR
094200         WS-YTJFILE-STATUS-CODE = '10' THEN
094300         CONTINUE
094400     ELSE
094500         MOVE '8100-READ-YTDJ-FILE, ' TO WS-ABORT-MSG-PGRPH
094600         MOVE 'READING YTDJ-FILE, ' TO WS-ABORT-MSG-EDESC
094700         MOVE WS-YTJFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
094800         MOVE 8142 TO RETURN-CODE
094900         PERFORM 9999-ABORT THRU 9999-EXIT
095000     END-IF
095100
095200     .
095300 8100-EXIT.
095400     EXIT.
095500*****************************************************************
095600*  READ REBUILT MASTER SEQUENTIALLY
095700*****************************************************************
095800
095900 8200-READ-YTD-NEW.
096000     READ YTD-NEW NEXT RECORD
096100         AT END
096200             SET WS-YTD-NEW-EOF TO TRUE
096300     END-READ
096400     IF WS-YTNFILE-STATUS-CODE = '00' OR
096500         WS-YTNFILE-STATUS-CODE = '10' THEN
096600         CONTINUE
096700     ELSE
096800         MOVE '8200-READ-YTD-NEW, ' TO WS-ABORT-MSG-PGRPH
096900         MOVE 'READING YTD-NEW, ' TO WS-ABORT-MSG-EDESC
097000         MOVE WS-YTNFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
097100         MOVE 8242 TO RETURN-CODE
097200         PERFORM 9999-ABORT THRU 9999-EXIT
097300     END-IF
097400
097500     .
097600 8200-EXIT.
097700     EXIT.
097800*****************************************************************
097900*  WRITE NEW RECORD TO THE REBUILT MASTER
098000*****************************************************************
098100
098200 8300-WRITE-YTD-NEW.
098300     WRITE YTD-NEW-RECORD
098400     IF WS-YTNFILE-STATUS-CODE = '00' THEN
098500         CONTINUE
098600     ELSE
098700         MOVE '8300-WRITE-YTD-NEW, ' TO WS-ABORT-MSG-PGRPH
098800         MOVE 'WRITING TO YTD-NEW, ' TO WS-ABORT-MSG-EDESC
098900         MOVE WS-YTNFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
099000         MOVE 8342 TO RETURN-CODE
099100         PERFORM 9999-ABORT THRU 9999-EXIT
099200     END-IF
099300
099400     .
099500 8300-EXIT.
099600     EXIT.
099700*****************************************************************
099800*  REWRITE RECORD ON THE REBUILT MASTER
099900*****************************************************************
100000
100100 8400-REWRITE-YTD-NEW.
100200     REWRITE YTD-NEW-RECORD
100300     IF WS-YTNFILE-STATUS-CODE = '00' THEN
100400         CONTINUE
100500     ELSE
100600         MOVE '8400-REWRITE-YTD-NEW, ' TO WS-ABORT-MSG-PGRPH
100700         MOVE 'REWRITING YTD-NEW, ' TO WS-ABORT-MSG-EDESC
100800         MOVE WS-YTNFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
100900         MOVE 8442 TO RETURN-CODE
101000         PERFORM 9999-ABORT THRU 9999-EXIT
101100     END-IF
101200
101300     .
101400 8400-EXIT.
101500     EXIT.
101600*****************************************************************
101700*  WRITE CONTROL LISTING RECORD
101800*****************************************************************
101900
102000 8700-WRITE-RBLD-RECORD.
102100     WRITE RBLD-RECORD
102200     IF WS-RPTFILE-STATUS-CODE = '00' THEN
102300         CONTINUE
102400     ELSE
102500         MOVE '8700-WRITE-RBLD-RECORD, ' TO WS-ABORT-MSG-PGRPH
102600         MOVE 'WRITING TO RBLD-REPORT, ' TO WS-ABORT-MSG-EDESC
102700         MOVE WS-RPTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
102800         MOVE 8742 TO RETURN-CODE
102900         PERFORM 9999-ABORT THRU 9999-EXIT
103000     END-IF
103100
103200     .
103300 8700-EXIT.
103400     EXIT.
103500*****************************************************************
103600*  MAJOR ERROR HANDLING ROUTINE
103700*****************************************************************
103800
103900 9999-ABORT.
104000     MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY
104100     DISPLAY 'PROGRAM: LAB42, ', WS-ABORT-MSG-STRING, ', RC='
104200         WS-RETURN-CODE-DISPLAY
104300     DIVIDE 1 BY WS-ABORT-TRIGGER GIVING WS-ABORT-CODE
104400
104500     .
104600 9999-EXIT.
104700     EXIT.
104800*****************************************************************
104900*  PHYSICAL END OF PROGRAM
105000*****************************************************************
