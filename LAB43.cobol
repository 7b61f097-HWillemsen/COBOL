000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB43.
000300 AUTHOR.        SUZI Q.
000400 DATE-WRITTEN.  OCTOBER 2026.
000500 DATE-COMPILED.
000600*****************************************************************
000700*
000800*-------------P R O G R A M  D E S C R I P T I O N--------------*
000900*
001000*    ----------------- LAB43 -----------------------
001100*
001200*    PURPOSE  THIS PROGRAM IS THE ONE-TIME CONVERSION OF THE
001300*    =======     BONUS PAYMENT HISTORY FROM THE OLD 80-BYTE
001400*                DISP=MOD FLAT FILE TO THE BONHIST KSDS.  IT
001500*                SORTS THE OLD POSTINGS INTO EMPLOYEE AND RUN
001600*                DATE ORDER, GIVES EACH POSTING A SEQUENCE NUMBER
001700*                WITHIN ITS EMPLOYEE AND RUN DATE, AND LOADS THE
001800*                NEW CLUSTER IN KEY ORDER.  A CONTROL LISTING
001900*                PROVES THE COUNT AND GROSS HASH LOADED AGAINST
002000*                THE COUNT AND GROSS HASH READ.
002100*
002200*    NOTE:    THE OLD RECORD IS THE EMPLOYEE AND RUN DATE
002300*    =====    FOLLOWED BY THE POSTING DETAIL; THE NEW RECORD
002400*             INSERTS THE 4-DIGIT SEQUENCE NUMBER AFTER THE RUN
002500*             DATE AND CARRIES THE SAME DETAIL UNCHANGED.
002600*             POSTINGS FOR ONE EMPLOYEE AND RUN DATE KEEP THE
002700*             ORDER THEY HAD ON THE OLD FILE.  THE RUN-MONTH
002800*             ALTERNATE INDEX IS BUILT BY THE JOB (BLDINDEX)
002900*             AFTER THIS STEP.  RC 91 MEANS THE LOAD DID NOT
003000*             FOOT AND THE NEW CLUSTER MUST NOT BE USED.
003100*
003200*    INPUT   OLD-HIST-RECORD    OLDHIST  (80-BYTE FLAT HISTORY)
003300*    =====
003400*
003500*    PROCESS 1. RELEASE EVERY OLD POSTING TO THE SORT, COUNTING
003600*    =======    AND HASHING THE GROSS.
003700*            2. NUMBER AND LOAD THE SORTED POSTINGS.
003800*            3. PRINT THE CONTROL LISTING.
003900*
004000*    OUTPUT  HIST-RECORD        BONHIST  (COPYLIB BONHCMP, KSDS)
004100*    ======  CONV-RECORD        CONVRPT  (CONTROL LISTING)
004200*
004300*    CALLING PROGRAM(S)  :   NONE
004400*
004500*    CALLED  PROGRAM(S)  :   NONE
004600*
004700*---------------------------------------------------------------*
004800*                 UPDATE LOG
004900*---------------------------------------------------------------*
005000*
005100* PERSON  PROJECT   DATE      DESCRIPTION          PROGRAM   VER*
005200* ------  --------  --------  -------------------  -------   ---*
005300* SUZI Q  PAYROLL   10/15/26  INITIAL VERSION       LAB43     000*
005333* SUZI Q  PAYROLL   10/15/26  ZERO FICA, LOCAL TAX, LAB43     001*
005366*                             401(K), GARNISHMENT WHEN BLANK
005374* SUZI Q  PAYROLL   10/15/26  BONHIST WIDENED TO    LAB43     002*
005382*                             120 BYTES - GARNISHMENT SPLIT
005390*                             LOADED AS ZERO
005400*****************************************************************
005500*
005600*****************************************************************
005700*         E N V I R O N M E N T     D I V I S I O N
005800*****************************************************************
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT OLD-HIST       ASSIGN TO OLDHIST
006300            FILE STATUS IS WS-OLDFILE-STATUS-CODE.
006400     SELECT SORT-FILE      ASSIGN TO SORTWK01.
006500     SELECT HIST-FILE      ASSIGN TO BONHIST
006600            ORGANIZATION IS INDEXED
006700            ACCESS MODE IS SEQUENTIAL
006800            RECORD KEY IS BH-KEY
006900            FILE STATUS IS WS-HSTFILE-STATUS-CODE.
007000     SELECT CONV-REPORT    ASSIGN TO CONVRPT
007100            FILE STATUS IS WS-RPTFILE-STATUS-CODE.
007200*****************************************************************
007300*                  D A T A     D I V I S I O N
007400*****************************************************************
007500 DATA DIVISION.
007600 FILE SECTION.
007700*****************************************************************
007800*    OLD-HIST - THE 80-BYTE FLAT HISTORY              INPUT
007900*****************************************************************
008000 FD  OLD-HIST
008100     RECORDING F
008200     LABEL RECORDS STANDARD
008300     RECORD CONTAINS 80 CHARACTERS
008400     BLOCK CONTAINS 0 RECORDS
008500     DATA RECORD IS OLD-HIST-RECORD.
008600
008700 01  OLD-HIST-RECORD.
008800     05  OH-EMPLOYEE-ID          PIC X(08).
008900     05  OH-RUN-DATE             PIC X(08).
009000     05  OH-POSTING-DETAIL.
009100         10  OH-STATE-CODE       PIC X(02).
009200         10  OH-TAX-EXEMPT-CODES PIC X(02).
009300         10  OH-GROSS            PIC S9(09)V99 COMP-3.
009400         10  FILLER              PIC X(52).
009500     05  FILLER                  PIC X(02).
009600
009700*****************************************************************
009800*    SORT-FILE                                    WORKING
009900*****************************************************************
010000 SD  SORT-FILE
010100     RECORD CONTAINS 80 CHARACTERS
010200     DATA RECORD IS SORT-RECORD.
010300
010400 01  SORT-RECORD.
010500     05  SR-EMPLOYEE-ID          PIC X(08).
010600     05  SR-RUN-DATE             PIC X(08).
010700     05  SR-POSTING-DETAIL       PIC X(62).
010800     05  FILLER                  PIC X(02).
010900
011000*****************************************************************
011100*    HIST-FILE - THE NEW BONHIST KSDS               OUTPUT
011200*****************************************************************
011300 FD  HIST-FILE
011400     LABEL RECORDS STANDARD
011500     RECORD CONTAINS 120 CHARACTERS
011600     DATA RECORD IS HIST-RECORD.
011700
011800 COPY BONHCMP REPLACING
011900     HC-RECORD              BY  HIST-RECORD
012000     HC-KEY                 BY  BH-KEY
012100     HC-EMPLOYEE-ID         BY  BH-EMPLOYEE-ID
012200     HC-RUN-DATE            BY  BH-RUN-DATE
012300     HC-RUN-MONTH           BY  BH-RUN-MONTH
012400     HC-RUN-DAY             BY  BH-RUN-DAY
012500     HC-SEQUENCE-NO         BY  BH-SEQUENCE-NO
012600     HC-STATE-CODE          BY  BH-STATE-CODE
012700     HC-FED-TAX-EXEMPT-CODE BY  BH-FED-TAX-EXEMPT-CODE
012800     HC-ST-TAX-EXEMPT-CODE  BY  BH-ST-TAX-EXEMPT-CODE
012900     HC-GROSS               BY  BH-GROSS
013000     HC-FEDTX               BY  BH-FEDTX
013100     HC-STATETX             BY  BH-STATETX
013200     HC-NET                 BY  BH-NET
013300     HC-SOCSEC              BY  BH-SOCSEC
013400     HC-MEDICARE            BY  BH-MEDICARE
013500     HC-LOCALITY-CODE       BY  BH-LOCALITY-CODE
013600     HC-LOCALTX             BY  BH-LOCALTX
013700     HC-401K                BY  BH-401K
013800     HC-GARNISH             BY  BH-GARNISH
013833     HC-CHILD-SUPPORT       BY  BH-CHILD-SUPPORT
013866     HC-CREDITOR-GARN       BY  BH-CREDITOR-GARN.
013900
014000*****************************************************************
014100*    CONV-REPORT - CONTROL LISTING                   OUTPUT
014200*****************************************************************
014300 FD  CONV-REPORT
014400     RECORDING F
014500     LABEL RECORDS STANDARD
014600     RECORD CONTAINS 133 CHARACTERS
014700     BLOCK CONTAINS 0 RECORDS
014800     DATA RECORD IS CONV-RECORD.
014900
015000 01  CONV-RECORD.
015100     05  FILLER                  PIC X(133).
015200
015300*****************************************************************
015400*    W O R K I N G - S T O R A G E
015500*****************************************************************
015600
015700 WORKING-STORAGE SECTION.
015800
015900 01  WS-START-OF-WORKING-STORAGE.
016000     05 WS-START-OF-WS-MARKER           PIC X(37)
016100        VALUE 'LAB43 WORKING STORAGE BEGINS HERE'.
016200***********************
016300*  ERROR CODES        *
016400***********************
016500
016600 01  WS-ERROR-CODES.
016700     05  WS-OLDFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
016800     05  WS-HSTFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
016900     05  WS-RPTFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
017000     05  WS-ABORT-TRIGGER        PIC S9(1) VALUE 0.
017100     05  WS-ABORT-CODE           PIC S9(1).
017200     05  WS-RETURN-CODE-DISPLAY  PIC S9(5) COMP-3.
017300
017400***********************
017500*  MESSAGE STRINGS    *
017600***********************
017700
017800 01  WS-ABORT-MSG-STRING.
017900     05  WS-ABORT-MSG-ERRLB      PIC X(06) VALUE 'ERROR '.
018000     05  WS-ABORT-MSG-EDESC      PIC X(28).
018100     05  WS-ABORT-MSG-IN         PIC X(14) VALUE ' IN PARAGRAPH '.
018200     05  WS-ABORT-MSG-PGRPH      PIC X(28).
018300     05  WS-ABORT-MSG-RCLBL      PIC X(08) VALUE 'SYS RC: '.
018400     05  WS-ABORT-MSG-SYSRC      PIC X(02).
018500
018600***********************
018700*  SWITCHES           *
018800***********************
018900
019000 01  SWITCHES.
019100     05  WS-OLD-HIST-SWITCH      PIC X(01) VALUE 'N'.
019200         88  WS-OLD-HIST-EOF               VALUE 'Y'.
019300     05  WS-SORT-FILE-SWITCH     PIC X(01) VALUE 'N'.
019400         88  WS-SORT-EOF                   VALUE 'Y'.
019500
019600***********************
019700*  ACCUMULATORS       *
019800***********************
019900
020000 01  ACCUMULATORS.
020100     05  WS-OLD-REC-IN           PIC S9(07) COMP-3     VALUE +0.
020200     05  WS-HIST-REC-OUT         PIC S9(07) COMP-3     VALUE +0.
020300     05  WS-MULTI-POSTINGS       PIC S9(07) COMP-3     VALUE +0.
020400     05  WS-OLD-GROSS-HASH       PIC S9(13)V99 COMP-3  VALUE +0.
020500     05  WS-NEW-GROSS-HASH       PIC S9(13)V99 COMP-3  VALUE +0.
020600
020700***********************
020800*  WORK FIELDS        *
020900***********************
021000
021100 01  WS-WORK-FIELDS.
021200     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
021300     05  WS-PREV-KEY.
021400         10  WS-PREV-EMPLOYEE-ID PIC X(08)  VALUE LOW-VALUES.
021500         10  WS-PREV-RUN-DATE    PIC X(08)  VALUE LOW-VALUES.
021600     05  WS-SEQUENCE-NO          PIC 9(04)  VALUE ZERO.
021700
021800***********************
021900*  RECORD LAYOUTS     *
022000***********************
022100
022200 01  WS-CNVRPT-HEADER-1.
022300     05 WV1-ASA-CODE             PIC X(01) VALUE '1'.
022400     05 WV1-TITLE                PIC X(46) VALUE
022500            'BONUS HISTORY KSDS CONVERSION CONTROL LISTING'.
022600     05 WV1-DATE-LABEL           PIC X(10) VALUE 'RUN DATE: '.
022700     05 WV1-RUN-DATE             PIC X(08).
022800     05 WV1-FILLER               PIC X(68) VALUE SPACES.
022900
023000 01  WS-CNVRPT-COUNT-LINE.
023100     05 WVC-ASA-CODE             PIC X(01) VALUE '-'.
023200     05 WVC-LABEL                PIC X(30).
023300     05 WVC-COUNT                PIC Z,ZZZ,ZZ9.
023400     05 WVC-FILLER               PIC X(93) VALUE SPACES.
023500
023600 01  WS-CNVRPT-AMOUNT-LINE.
023700     05 WVA-ASA-CODE             PIC X(01) VALUE '-'.
023800     05 WVA-LABEL                PIC X(30).
023900     05 WVA-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
024000     05 WVA-FILLER               PIC X(80) VALUE SPACES.
024100
024200 01  WS-CNVRPT-VERDICT-LINE.
024300     05 WVV-ASA-CODE             PIC X(01) VALUE '-'.
024400     05 WVV-MESSAGE              PIC X(60) VALUE SPACES.
024500     05 WVV-FILLER               PIC X(72) VALUE SPACES.
024600
024700 01  WS-END-OF-WORKING-STORAGE.
024800     05 WS-END-OF-WS-MARKER      PIC X(35) VALUE
024900        'LAB43 WORKING STORAGE ENDS HERE'.
025000*****************************************************************
025100*          P R O C E D U R E     D I V I S I O N
025200*****************************************************************
025300
025400 PROCEDURE DIVISION.
025500 0000-MAINLINE.
025600     PERFORM 1000-INITIALIZATION     THRU 1000-EXIT
025700     PERFORM 1500-SORT-HISTORY       THRU 1500-EXIT
025800     PERFORM 3000-PRINT-CONTROL-LIST THRU 3000-EXIT
025900     PERFORM 4000-TERMINATE          THRU 4000-EXIT
026000     GOBACK
026100
026200     .
026300*****************************************************************
026400*  INITIALIZATION ROUTINE
026500*****************************************************************
026600
026700 1000-INITIALIZATION.
026800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
026900
027000     OPEN INPUT OLD-HIST
027100     IF WS-OLDFILE-STATUS-CODE = '00' THEN
027200         CONTINUE
027300     ELSE
027400         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
027500         MOVE 'OPENING OLD-HIST, ' TO WS-ABORT-MSG-EDESC
027600         MOVE WS-OLDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
027700         MOVE 4301 TO RETURN-CODE
027800         PERFORM 9999-ABORT THRU 9999-EXIT
027900     END-IF
028000
028100*************** THE NEW CLUSTER IS DEFINED EMPTY BY THE JOB AND
028200*************** LOADED HERE IN KEY ORDER.
028300     OPEN OUTPUT HIST-FILE
028400     IF WS-HSTFILE-STATUS-CODE = '00' THEN
028500         CONTINUE
028600     ELSE
028700         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
028800         MOVE 'OPENING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
028900         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
029000         MOVE 4302 TO RETURN-CODE
029100         PERFORM 9999-ABORT THRU 9999-EXIT
029200     END-IF
029300
029400     OPEN OUTPUT CONV-REPORT
029500     IF WS-RPTFILE-STATUS-CODE = '00' THEN
029600         CONTINUE
029700     ELSE
029800         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
029900         MOVE 'OPENING CONV-REPORT, ' TO WS-ABORT-MSG-EDESC
030000         MOVE WS-RPTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
030100         MOVE 4303 TO RETURN-CODE
030200         PERFORM 9999-ABORT THRU 9999-EXIT
030300     END-IF
030400
030500     MOVE WS-RUN-DATE        TO WV1-RUN-DATE
030600     MOVE WS-CNVRPT-HEADER-1 TO CONV-RECORD
030700     PERFORM 8700-WRITE-CONV-RECORD THRU 8700-EXIT
030800
030900     .
031000 1000-EXIT.
031100     EXIT.
031200*****************************************************************
031300*  SORT THE OLD HISTORY INTO EMPLOYEE AND RUN DATE SEQUENCE -
031400*  POSTINGS WITH THE SAME EMPLOYEE AND RUN DATE KEEP FILE ORDER
031500*****************************************************************
031600
031700 1500-SORT-HISTORY.
031800     SORT SORT-FILE
031900         ASCENDING KEY SR-EMPLOYEE-ID SR-RUN-DATE
032000         WITH DUPLICATES IN ORDER
032100         INPUT PROCEDURE IS 1600-RELEASE-OLD-HISTORY
032200             THRU 1600-EXIT
032300         OUTPUT PROCEDURE IS 2000-LOAD-HISTORY THRU 2000-EXIT
032400
032500     IF SORT-RETURN NOT = 0 THEN
032600         DISPLAY 'SORT ABENDED - SORT-RETURN = ', SORT-RETURN
032700         MOVE '1500-SORT-HISTORY, ' TO WS-ABORT-MSG-PGRPH
032800         MOVE 'SORTING OLD HISTORY, ' TO WS-ABORT-MSG-EDESC
032900         MOVE '  ' TO WS-ABORT-MSG-SYSRC
033000         MOVE 4304 TO RETURN-CODE
033100         PERFORM 9999-ABORT THRU 9999-EXIT
033200     END-IF
033300
033400     .
033500 1500-EXIT.
033600     EXIT.
033700*****************************************************************
033800*  RELEASE EVERY OLD POSTING, COUNTING AND HASHING THE GROSS
033900*****************************************************************
034000
034100 1600-RELEASE-OLD-HISTORY.
034200     PERFORM 8000-READ-OLD-HIST THRU 8000-EXIT
034300     PERFORM 1610-RELEASE-ONE-POSTING THRU 1610-EXIT
034400         UNTIL WS-OLD-HIST-EOF
034500     CLOSE OLD-HIST
034600
034700     .
034800 1600-EXIT.
034900     EXIT.
035000*****************************************************************
035100*  RELEASE ONE OLD POSTING TO THE SORT
035200*****************************************************************
035300
035400 1610-RELEASE-ONE-POSTING.
035500     ADD OH-GROSS TO WS-OLD-GROSS-HASH
035600     RELEASE SORT-RECORD FROM OLD-HIST-RECORD
035700
035800     PERFORM 8000-READ-OLD-HIST THRU 8000-EXIT
035900
036000     .
036100 1610-EXIT.
036200     EXIT.
036300*****************************************************************
036400*  NUMBER THE SORTED POSTINGS AND LOAD THE NEW CLUSTER
036500*****************************************************************
036600
036700 2000-LOAD-HISTORY.
036800     PERFORM 8100-RETURN-SORTED-POSTING THRU 8100-EXIT
036900     PERFORM 2100-LOAD-ONE-POSTING THRU 2100-EXIT
037000         UNTIL WS-SORT-EOF
037100     CLOSE HIST-FILE
037200
037300     .
037400 2000-EXIT.
037500     EXIT.
037600*****************************************************************
037700*  BUILD ONE KEYED POSTING - THE SEQUENCE RESTARTS AT 1 FOR EACH
037800*  NEW EMPLOYEE AND RUN DATE - AND WRITE IT
037900*****************************************************************
038000
038100 2100-LOAD-ONE-POSTING.
038200     IF SR-EMPLOYEE-ID = WS-PREV-EMPLOYEE-ID AND
038300        SR-RUN-DATE    = WS-PREV-RUN-DATE THEN
038400         IF WS-SEQUENCE-NO = 9999 THEN
038500             MOVE '2100-LOAD-ONE-POSTING, ' TO WS-ABORT-MSG-PGRPH
038600             MOVE '- SEQUENCE NUMBERS USED UP, '
038700                 TO WS-ABORT-MSG-EDESC
038800             MOVE '  ' TO WS-ABORT-MSG-SYSRC
038900             MOVE 4305 TO RETURN-CODE
039000             PERFORM 9999-ABORT THRU 9999-EXIT
039100         END-IF
039200         ADD 1 TO WS-SEQUENCE-NO
039300         ADD +1 TO WS-MULTI-POSTINGS
039400     ELSE
039500         MOVE 1              TO WS-SEQUENCE-NO
039600         MOVE SR-EMPLOYEE-ID TO WS-PREV-EMPLOYEE-ID
039700         MOVE SR-RUN-DATE    TO WS-PREV-RUN-DATE
039800     END-IF
039900
040000*************** THE POSTING DETAIL FOLLOWS THE 20-BYTE KEY
040100*************** UNCHANGED FROM THE OLD LAYOUT.
040200     MOVE SPACES            TO HIST-RECORD
040300     MOVE SR-EMPLOYEE-ID    TO BH-EMPLOYEE-ID
040400     MOVE SR-RUN-DATE       TO BH-RUN-DATE
040500     MOVE WS-SEQUENCE-NO    TO BH-SEQUENCE-NO
040600     MOVE SR-POSTING-DETAIL TO HIST-RECORD (21:62)
040605*************** POSTINGS WRITTEN BEFORE THE FICA, LOCAL TAX,
040610*************** 401(K) AND GARNISHMENT AMOUNTS WERE CARRIED HAVE
040615*************** SPACES THERE - LOAD THEM AS PACKED ZERO.
040620     IF BH-SOCSEC NOT NUMERIC THEN
040625         MOVE ZERO TO BH-SOCSEC
040630     END-IF
040635     IF BH-MEDICARE NOT NUMERIC THEN
040640         MOVE ZERO TO BH-MEDICARE
040645     END-IF
040650     IF BH-LOCALTX NOT NUMERIC THEN
040655         MOVE ZERO TO BH-LOCALTX
040660     END-IF
040665     IF BH-401K NOT NUMERIC THEN
040670         MOVE ZERO TO BH-401K
040675     END-IF
040680     IF BH-GARNISH NOT NUMERIC THEN
040685         MOVE ZERO TO BH-GARNISH
040690     END-IF
040692*************** THE OLD LAYOUT NEVER CARRIED THE GARNISHMENT
040694*************** SPLIT BY ORDER TYPE.
040696     MOVE ZERO TO BH-CHILD-SUPPORT
040698     MOVE ZERO TO BH-CREDITOR-GARN
040700     PERFORM 8300-WRITE-HIST-FILE THRU 8300-EXIT
040800     ADD BH-GROSS TO WS-NEW-GROSS-HASH
040900
041000     PERFORM 8100-RETURN-SORTED-POSTING THRU 8100-EXIT
041100
041200     .
041300 2100-EXIT.
041400     EXIT.
041500*****************************************************************
041600*  PRINT THE COUNTS AND HASH TOTALS, READ VERSUS LOADED
041700*****************************************************************
041800
041900 3000-PRINT-CONTROL-LIST.
042000     MOVE 'OLD POSTINGS READ            :' TO WVC-LABEL
042100     MOVE WS-OLD-REC-IN         TO WVC-COUNT
042200     MOVE WS-CNVRPT-COUNT-LINE  TO CONV-RECORD
042300     PERFORM 8700-WRITE-CONV-RECORD THRU 8700-EXIT
042400
042500     MOVE 'POSTINGS LOADED              :' TO WVC-LABEL
042600     MOVE WS-HIST-REC-OUT       TO WVC-COUNT
042700     MOVE WS-CNVRPT-COUNT-LINE  TO CONV-RECORD
042800     PERFORM 8700-WRITE-CONV-RECORD THRU 8700-EXIT
042900
043000     MOVE 'LOADED WITH SEQUENCE OVER 1  :' TO WVC-LABEL
043100     MOVE WS-MULTI-POSTINGS     TO WVC-COUNT
043200     MOVE WS-CNVRPT-COUNT-LINE  TO CONV-RECORD
043300     PERFORM 8700-WRITE-CONV-RECORD THRU 8700-EXIT
043400
043500     MOVE 'GROSS HASH READ              :' TO WVA-LABEL
043600     MOVE WS-OLD-GROSS-HASH     TO WVA-AMOUNT
043700     MOVE WS-CNVRPT-AMOUNT-LINE TO CONV-RECORD
043800     PERFORM 8700-WRITE-CONV-RECORD THRU 8700-EXIT
043900
044000     MOVE 'GROSS HASH LOADED            :' TO WVA-LABEL
044100     MOVE WS-NEW-GROSS-HASH     TO WVA-AMOUNT
044200     MOVE WS-CNVRPT-AMOUNT-LINE TO CONV-RECORD
044300     PERFORM 8700-WRITE-CONV-RECORD THRU 8700-EXIT
044400
044500     IF WS-OLD-REC-IN     = WS-HIST-REC-OUT AND
044600        WS-OLD-GROSS-HASH = WS-NEW-GROSS-HASH THEN
044700         MOVE 'CONVERSION FOOTS - BUILD THE RUN-MONTH INDEX NEXT'
044800             TO WVV-MESSAGE
044900     ELSE
045000         MOVE 'CONVERSION DOES NOT FOOT - DO NOT USE THE NEW KSDS'
045100             TO WVV-MESSAGE
045200     END-IF
045300     MOVE WS-CNVRPT-VERDICT-LINE TO CONV-RECORD
045400     PERFORM 8700-WRITE-CONV-RECORD THRU 8700-EXIT
045500
045600     .
045700 3000-EXIT.
045800     EXIT.
045900*****************************************************************
046000*  TERMINATION ROUTINE
046100*****************************************************************
046200
046300 4000-TERMINATE.
046400     CLOSE CONV-REPORT
046500
046600     DISPLAY '*** LAB43...TOTALS ***'
046700     DISPLAY 'OLD POSTINGS READ     : ' WS-OLD-REC-IN
046800     DISPLAY 'POSTINGS LOADED       : ' WS-HIST-REC-OUT
046900
047000*************** RC 91 HOLDS THE INDEX BUILD - THE NEW CLUSTER
047100*************** DOES NOT HOLD WHAT THE OLD FILE HELD.
047200     IF WS-OLD-REC-IN     = WS-HIST-REC-OUT AND
047300        WS-OLD-GROSS-HASH = WS-NEW-GROSS-HASH THEN
047400         MOVE 0 TO RETURN-CODE
047500     ELSE
047600         MOVE 91 TO RETURN-CODE
047700     END-IF
047800
047900     .
048000 4000-EXIT.
048100     EXIT.
048200*****************************************************************
048300*  READ OLD HISTORY FILE ROUTINE
048400*****************************************************************
048500
048600 8000-READ-OLD-HIST.
048700     READ OLD-HIST
048800         AT END
048900             SET WS-OLD-HIST-EOF TO TRUE
049000         NOT AT END
049100             ADD +1 TO WS-OLD-REC-IN
049200     END-READ
049300     IF WS-OLDFILE-STATUS-CODE = '00' OR
049400         WS-OLDFILE-STATUS-CODE = '10' THEN
049500         CONTINUE
049600     ELSE
049700         MOVE '8000-READ-OLD-HIST, ' TO WS-ABORT-MSG-PGRPH
049800         MOVE 'READING OLD-HIST, ' TO WS-ABORT-MSG-EDESC
049900         MOVE WS-OLDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
050000         MOVE 8043 TO RETURN-CODE
050100         PERFORM 9999-ABORT THRU 9999-EXIT
050200     END-IF
050300
050400     .
050500 8000-EXIT.
050600     EXIT.
050700*****************************************************************
050800*  RETURN THE NEXT SORTED POSTING
050900*****************************************************************
051000
051100 8100-RETURN-SORTED-POSTING.
051200     RETURN SORT-FILE
051300         AT END
051400             SET WS-SORT-EOF TO TRUE
051500     END-RETURN
051600
051700     .
051800 8100-EXIT.
051900     EXIT.
052000*****************************************************************
052100*  WRITE ONE POSTING TO THE NEW CLUSTER
052200*****************************************************************
052300
052400 8300-WRITE-HIST-FILE.
052500     WRITE HIST-RECORD
052600         INVALID KEY
052700             CONTINUE
052800     END-WRITE
052900     IF WS-HSTFILE-STATUS-CODE = '00' THEN
053000         ADD +1 TO WS-HIST-REC-OUT
053100     ELSE
053200         MOVE '8300-WRITE-HIST-FILE, ' TO WS-ABORT-MSG-PGRPH
053300         MOVE 'LOADING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
053400         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
053500         MOVE 8343 TO RETURN-CODE
053600         PERFORM 9999-ABORT THRU 9999-EXIT
053700     END-IF
053800
053900     .
054000 8300-EXIT.
054100     EXIT.
054200*****************************************************************
054300*  WRITE CONTROL LISTING RECORD
054400*****************************************************************
054500
054600 8700-WRITE-CONV-RECORD.
054700     WRITE CONV-RECORD
054800     IF WS-RPTFILE-STATUS-CODE = '00' THEN
054900         CONTINUE
055000     ELSE
055100         MOVE '8700-WRITE-CONV-RECORD, ' TO WS-ABORT-MSG-PGRPH
055200         MOVE 'WRITING TO CONV-REPORT, ' TO WS-ABORT-MSG-EDESC
055300         MOVE WS-RPTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
055400         MOVE 8743 TO RETURN-CODE
055500         PERFORM 9999-ABORT THRU 9999-EXIT
055600     END-IF
055700
055800     .
055900 8700-EXIT.
056000     EXIT.
056100*****************************************************************
056200*  MAJOR ERROR HANDLING ROUTINE
056300*****************************************************************
056400
056500 9999-ABORT.
056600     MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY
056700     DISPLAY 'PROGRAM: LAB43, ', WS-ABORT-MSG-STRING, ', RC='
056800         WS-RETURN-CODE-DISPLAY
056900     DIVIDE 1 BY WS-ABORT-TRIGGER GIVING WS-ABORT-CODE
057000
057100     .
057200 9999-EXIT.
057300     EXIT.
057400*****************************************************************
057500*  PHYSICAL END OF PROGRAM
057600*****************************************************************
