000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB47.
000300 AUTHOR.        SUZI Q.
000400 DATE-WRITTEN.  OCTOBER 2026.
000500 DATE-COMPILED.
000600*****************************************************************
000700*
000800*-------------P R O G R A M  D E S C R I P T I O N--------------*
000900*
001000*    ----------------- LAB47 -----------------------
001100*
001200*    PURPOSE  THIS PROGRAM IS THE OPEN-REJECT AGING REPORT.  IT
001300*    =======  READS THE OPEN-REJECTS FILE (OPENREJ) THAT LAB14
001400*                KEEPS FROM RUN TO RUN AND LISTS EVERY FEED RECORD
001500*                STILL OPEN - REJECTED AND RETURNED TO ITS SOURCE
001600*                SYSTEM BUT NOT YET SENT BACK CORRECTED - THAT HAS
001700*                BEEN OPEN LONGER THAN THE CUTOFF, SO THE SOURCE
001800*                SYSTEM CAN BE CHASED FOR IT.
001900*
002000*    NOTE:    A RECORD'S AGE IS COUNTED IN CALENDAR DAYS FROM THE
002100*    =====    RUN DATE OF ITS FIRST REJECT TO TODAY.  A RECORD
002200*             LAB14 HAS MARKED CORRECTED IS COUNTED BUT NOT
002300*             LISTED.  THE STEP ENDS RC 4 WHEN ANY RECORD IS
002400*             LISTED SO THE SCHEDULER CAN ROUTE THE REPORT.
002500*
002600*    INPUT   OPEN-REJ        OPENREJ  (OPEN REJECTS - COPYLIB
002700*    =====                             MEMBER OPNRCMP)
002800*            LS-AGE-CUTOFF   DAYS A REJECT MAY STAY OPEN BEFORE
002900*                            IT IS LISTED (PARM, 3 DIGITS)
003000*
003100*    OUTPUT  AGING-REPORT    AGERPT   (OPEN-REJECT AGING REPORT)
003200*    ======
003300*
003400*    CALLING PROGRAM(S)  :   NONE
003500*
003600*    CALLED  PROGRAM(S)  :   NONE
003700*
003800*---------------------------------------------------------------*
003900*                 UPDATE LOG
004000*---------------------------------------------------------------*
004100*
004200* PERSON  PROJECT   DATE      DESCRIPTION          PROGRAM   VER*
004300* ------  --------  --------  -------------------  -------   ---*
004400* SUZI Q  PAYROLL   10/15/26  INITIAL VERSION       LAB47     000*
004500*****************************************************************
004600*
004700*****************************************************************
004800*         E N V I R O N M E N T     D I V I S I O N
004900*****************************************************************
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT OPEN-REJ       ASSIGN TO OPENREJ
005400            ORGANIZATION INDEXED
005500            ACCESS MODE SEQUENTIAL
005600            RECORD KEY IS OJ-KEY
005700            FILE STATUS IS WS-OPENREJ-STATUS-CODE.
005800     SELECT AGING-REPORT   ASSIGN TO AGERPT
005900            FILE STATUS IS WS-REPORT-STATUS-CODE.
006000*****************************************************************
006100*                  D A T A     D I V I S I O N
006200*****************************************************************
006300 DATA DIVISION.
006400 FILE SECTION.
006500*****************************************************************
006600*    OPEN-REJ                                       INPUT
006700*****************************************************************
006800 FD  OPEN-REJ
006900     RECORD CONTAINS 200 CHARACTERS.
007000
007100 COPY OPNRCMP REPLACING
007200     OR-RECORD              BY  OPENREJ-RECORD
007300     OR-KEY                 BY  OJ-KEY
007400     OR-EMPLOYEE-ID         BY  OJ-EMPLOYEE-ID
007500     OR-RECORD-TYPE         BY  OJ-RECORD-TYPE
007600     OR-FIRST-RUN-NUMBER    BY  OJ-FIRST-RUN-NUMBER
007700     OR-FIRST-REJECT-SEQ    BY  OJ-FIRST-REJECT-SEQ
007800     OR-STATUS              BY  OJ-STATUS
007900     OR-OPEN                BY  OJ-OPEN
008000     OR-CORRECTED           BY  OJ-CORRECTED
008100     OR-SOURCE-SYSTEM       BY  OJ-SOURCE-SYSTEM
008200     OR-FIRST-REJECT-DATE   BY  OJ-FIRST-REJECT-DATE
008300     OR-LAST-RUN-NUMBER     BY  OJ-LAST-RUN-NUMBER
008400     OR-LAST-REJECT-SEQ     BY  OJ-LAST-REJECT-SEQ
008500     OR-LAST-REJECT-DATE    BY  OJ-LAST-REJECT-DATE
008600     OR-REJECT-COUNT        BY  OJ-REJECT-COUNT
008700     OR-REASON-CODE         BY  OJ-REASON-CODE
008800     OR-REASON-TEXT         BY  OJ-REASON-TEXT
008900     OR-CLOSED-RUN-NUMBER   BY  OJ-CLOSED-RUN-NUMBER
009000     OR-CLOSED-DATE         BY  OJ-CLOSED-DATE
009100     OR-ORIGINAL-RECORD     BY  OJ-ORIGINAL-RECORD.
009200
009300*****************************************************************
009400*    AGING-REPORT                                   OUTPUT
009500*****************************************************************
009600 FD  AGING-REPORT
009700     RECORDING F
009800     RECORD CONTAINS 133 CHARACTERS
009900     BLOCK CONTAINS 0 RECORDS.
010000
010100 01  AGING-RECORD.
010200     05  FILLER                  PIC X(133).
010300*****************************************************************
010400*    W O R K I N G - S T O R A G E
010500*****************************************************************
010600 WORKING-STORAGE SECTION.
010700
010800 01  WS-START-OF-WORKING-STORAGE.
010900     05 WS-START-OF-WS-MARKER           PIC X(37)
011000        VALUE 'LAB47 WORKING STORAGE BEGINS HERE'.
011100***********************
011200*  ERROR CODES        *
011300***********************
011400
011500 01  WS-ERROR-CODES.
011600     05  WS-OPENREJ-STATUS-CODE  PIC X(2)  VALUE '**'.
011700     05  WS-REPORT-STATUS-CODE   PIC X(2)  VALUE '**'.
011800     05  WS-ABORT-TRIGGER        PIC S9(1) VALUE 0.
011900     05  WS-ABORT-CODE           PIC S9(1).
012000     05  WS-RETURN-CODE-DISPLAY  PIC S9(5) COMP-3.
012100
012200***********************
012300*  MESSAGE STRINGS    *
012400***********************
012500
012600 01  WS-ABORT-MSG-STRING.
012700     05  WS-ABORT-MSG-ERRLB      PIC X(06) VALUE 'ERROR '.
012800     05  WS-ABORT-MSG-EDESC      PIC X(28).
012900     05  WS-ABORT-MSG-IN         PIC X(14) VALUE ' IN PARAGRAPH '.
013000     05  WS-ABORT-MSG-PGRPH      PIC X(28).
013100     05  WS-ABORT-MSG-RCLBL      PIC X(08) VALUE 'SYS RC: '.
013200     05  WS-ABORT-MSG-SYSRC      PIC X(02).
013300
013400***********************
013500*  SWITCHES           *
013600***********************
013700
013800 01  SWITCHES.
013900     05  WS-OPENREJ-SWITCH       PIC X(01) VALUE 'N'.
014000         88  WS-OPENREJ-EOF                VALUE 'Y'.
014100
014200***********************
014300*  ACCUMULATORS       *
014400***********************
014500
014600 01  ACCUMULATORS.
014700     05  WS-OPENREJ-IN-CTR       PIC S9(07) COMP-3 VALUE +0.
014800     05  WS-CORRECTED-CTR        PIC S9(07) COMP-3 VALUE +0.
014900     05  WS-OPEN-CTR             PIC S9(07) COMP-3 VALUE +0.
015000     05  WS-AGED-CTR             PIC S9(07) COMP-3 VALUE +0.
015100     05  WS-BAD-DATE-CTR         PIC S9(07) COMP-3 VALUE +0.
015200     05  WS-AGED-AMOUNT          PIC S9(11)V99 COMP-3 VALUE +0.
015300
015400***********************
015500*  WORKING VALUES     *
015600***********************
015700
015800 01  WS-WORKING-VALUES.
015900     05  WS-AGE-CUTOFF-DAYS      PIC S9(05) COMP-3 VALUE +0.
016000     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
016100     05  WS-RUN-DATE-9           REDEFINES WS-RUN-DATE
016200                                 PIC 9(08).
016300     05  WS-TODAY-INT            PIC S9(07) COMP-3 VALUE +0.
016400     05  WS-ITEM-INT             PIC S9(07) COMP-3 VALUE +0.
016500     05  WS-AGE-DAYS             PIC S9(05) COMP-3 VALUE +0.
016600     05  WS-ITEM-DATE            PIC X(08)  VALUE SPACES.
016700     05  WS-ITEM-DATE-9          REDEFINES WS-ITEM-DATE
016800                                 PIC 9(08).
016900     05  WS-ITEM-PARTS           REDEFINES WS-ITEM-DATE.
017000         10  WS-ITEM-YYYY        PIC 9(04).
017100         10  WS-ITEM-MM          PIC 9(02).
017200         10  WS-ITEM-DD          PIC 9(02).
017300     05  WS-OJ-IMAGE             PIC X(76)  VALUE SPACES.
017400*                         THE REJECTED FEED RECORD (BONUSCMP)
017500     05  WS-OJ-IMAGE-FIELDS      REDEFINES WS-OJ-IMAGE.
017600         10  WS-OJ-STATE-CODE    PIC X(02).
017700         10  WS-OJ-LAST-NAME     PIC X(20).
017800         10  WS-OJ-FIRST-NAME    PIC X(15).
017900         10  WS-OJ-MID-INIT      PIC X(01).
018000         10  WS-OJ-BONUS-AMT     PIC 9(07)V99 COMP-3.
018100         10  FILLER              PIC X(33).
018200
018300***********************
018400*  RECORD LAYOUTS     *
018500***********************
018600
018700 01  WS-REPORT-HEADER-1.
018800     05 WRH1-ASA-CODE            PIC X(01) VALUE '1'.
018900     05 WRH1-TITLE               PIC X(45) VALUE
019000                 'BONUS FEED OPEN-REJECT AGING REPORT'.
019100     05 WRH1-CUTOFF-LABEL        PIC X(20) VALUE
019200                                 'OPEN MORE THAN DAYS:'.
019300     05 WRH1-CUTOFF-DAYS         PIC ZZ9.
019400     05 WRH1-FILLER1             PIC X(11) VALUE SPACES.
019500     05 WRH1-DATE-LABEL          PIC X(10) VALUE 'RUN DATE: '.
019600     05 WRH1-RUN-DATE            PIC X(08).
019700     05 WRH1-FILLER2             PIC X(35) VALUE SPACES.
019800
019900 01  WS-REPORT-HEADER-2.
020000     05 WRH2-ASA-CODE            PIC X(01) VALUE '-'.
020100     05 WRH2-EMPLOYEE-LABEL      PIC X(10) VALUE 'EMPLOYEE'.
020200     05 WRH2-TYPE-LABEL          PIC X(03) VALUE 'TY'.
020300     05 WRH2-NAME-LABEL          PIC X(22) VALUE 'LAST NAME'.
020400     05 WRH2-STATE-LABEL         PIC X(04) VALUE 'ST'.
020500     05 WRH2-AMOUNT-LABEL        PIC X(15) VALUE
020600                                 '       AMOUNT'.
020700     05 WRH2-SOURCE-LABEL        PIC X(10) VALUE 'SOURCE'.
020800     05 WRH2-REASON-LABEL        PIC X(33) VALUE 'REASON'.
020900     05 WRH2-FIRST-LABEL         PIC X(10) VALUE 'FIRST REJ'.
021000     05 WRH2-DAYS-LABEL          PIC X(08) VALUE '  DAYS'.
021100     05 WRH2-TIMES-LABEL         PIC X(05) VALUE 'REJS'.
021200     05 WRH2-LAST-LABEL          PIC X(12) VALUE 'LAST REJ'.
021300
021400 01  WS-REPORT-DETAIL.
021500     05 WRD-ASA-CODE             PIC X(01) VALUE SPACES.
021600     05 WRD-EMPLOYEE-ID          PIC X(08).
021700     05 WRD-COL-DIV-0            PIC X(02) VALUE SPACES.
021800     05 WRD-RECORD-TYPE          PIC X(01).
021900     05 WRD-COL-DIV-1            PIC X(02) VALUE SPACES.
022000     05 WRD-LAST-NAME            PIC X(20).
022100     05 WRD-COL-DIV-2            PIC X(02) VALUE SPACES.
022200     05 WRD-STATE-CODE           PIC X(02).
022300     05 WRD-COL-DIV-3            PIC X(02) VALUE SPACES.
022400     05 WRD-BONUS-AMT            PIC ZZ,ZZZ,ZZ9.99.
022500     05 WRD-COL-DIV-4            PIC X(02) VALUE SPACES.
022600     05 WRD-SOURCE-SYSTEM        PIC X(08).
022700     05 WRD-COL-DIV-5            PIC X(02) VALUE SPACES.
022800     05 WRD-REASON-CODE          PIC X(02).
022900     05 WRD-COL-DIV-6            PIC X(01) VALUE SPACES.
023000     05 WRD-REASON-TEXT          PIC X(30).
023100     05 WRD-COL-DIV-7            PIC X(02) VALUE SPACES.
023200     05 WRD-FIRST-REJECT-DATE    PIC X(08).
023300     05 WRD-COL-DIV-8            PIC X(02) VALUE SPACES.
023400     05 WRD-AGE-DAYS             PIC ZZ,ZZ9.
023500     05 WRD-COL-DIV-9            PIC X(02) VALUE SPACES.
023600     05 WRD-REJECT-COUNT         PIC ZZ9.
023700     05 WRD-COL-DIV-10           PIC X(02) VALUE SPACES.
023800     05 WRD-LAST-REJECT-DATE     PIC X(08).
023900     05 WRD-FILLER               PIC X(02) VALUE SPACES.
024000
024100 01  WS-REPORT-FOOTER-1.
024200     05 WRF1-ASA-CODE            PIC X(01) VALUE '-'.
024300     05 WRF1-LINE-1              PIC X(20) VALUE
024400                                 'RECORDS READ       :'.
024500     05 WRF1-IN-CTR              PIC Z,ZZZ,ZZ9.
024600     05 WRF1-FILLER1             PIC X(05) VALUE SPACES.
024700     05 WRF1-LINE-2              PIC X(20) VALUE
024800                                 'CORRECTED          :'.
024900     05 WRF1-CORRECTED-CTR       PIC Z,ZZZ,ZZ9.
025000     05 WRF1-FILLER2             PIC X(69) VALUE SPACES.
025100
025200 01  WS-REPORT-FOOTER-2.
025300     05 WRF2-ASA-CODE            PIC X(01) VALUE ' '.
025400     05 WRF2-LINE-1              PIC X(20) VALUE
025500                                 'STILL OPEN         :'.
025600     05 WRF2-OPEN-CTR            PIC Z,ZZZ,ZZ9.
025700     05 WRF2-FILLER1             PIC X(05) VALUE SPACES.
025800     05 WRF2-LINE-2              PIC X(20) VALUE
025900                                 'OPEN PAST CUTOFF   :'.
026000     05 WRF2-AGED-CTR            PIC Z,ZZZ,ZZ9.
026100     05 WRF2-FILLER2             PIC X(69) VALUE SPACES.
026200
026300 01  WS-REPORT-FOOTER-3.
026400     05 WRF3-ASA-CODE            PIC X(01) VALUE ' '.
026500     05 WRF3-LINE-1              PIC X(20) VALUE
026600                                 'AMOUNT PAST CUTOFF :'.
026700     05 WRF3-AGED-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
026800     05 WRF3-FILLER1             PIC X(05) VALUE SPACES.
026900     05 WRF3-LINE-2              PIC X(20) VALUE
027000                                 'BAD REJECT DATE    :'.
027100     05 WRF3-BAD-DATE-CTR        PIC Z,ZZZ,ZZ9.
027200     05 WRF3-FILLER2             PIC X(64) VALUE SPACES.
027300
027400 01  WS-END-OF-WORKING-STORAGE.
027500     05 WS-END-OF-WS-MARKER      PIC X(35) VALUE
027600        'LAB47 WORKING STORAGE ENDS HERE'.
027700*****************************************************************
027800*          L I N K A G E
027900*****************************************************************
028000
028100 LINKAGE SECTION.
028200
028300 01  LS-AGE-CUTOFF               PIC X(03).
028400*                         DAYS A REJECT MAY STAY OPEN BEFORE IT
028500*                         IS LISTED AS AGED.  SUPPLIED VIA THE
028600*                         EXEC PARM.
028700
028800*****************************************************************
028900*          P R O C E D U R E     D I V I S I O N
029000*****************************************************************
029100
029200 PROCEDURE DIVISION USING LS-AGE-CUTOFF.
029300 0000-MAINLINE.
029400     PERFORM 1000-INITIALIZATION  THRU 1000-EXIT
029500     PERFORM 2000-PROCESS-OPEN-REJECT THRU 2000-EXIT
029600         UNTIL WS-OPENREJ-EOF
029700     PERFORM 3000-WRITE-TOTALS    THRU 3000-EXIT
029800     PERFORM 4000-TERMINATE       THRU 4000-EXIT
029900     GOBACK
030000
030100     .
030200*****************************************************************
030300*  INITIALIZATION - EDIT THE PARM, OPEN FILES, PRINT HEADINGS
030400*****************************************************************
030500
030600 1000-INITIALIZATION.
030700     IF LS-AGE-CUTOFF IS NOT NUMERIC THEN
030800         DISPLAY 'LAB47 AGE CUTOFF MUST BE 3 DIGITS, GOT: '
030900             LS-AGE-CUTOFF
031000         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
031100         MOVE '- BAD AGE CUTOFF, ' TO WS-ABORT-MSG-EDESC
031200         MOVE '  ' TO WS-ABORT-MSG-SYSRC
031300         MOVE 4701 TO RETURN-CODE
031400         PERFORM 9999-ABORT THRU 9999-EXIT
031500     END-IF
031600     MOVE LS-AGE-CUTOFF TO WS-AGE-CUTOFF-DAYS
031700
031800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
031900     COMPUTE WS-TODAY-INT =
032000         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-9)
032100
032200     OPEN INPUT  OPEN-REJ
032300     IF WS-OPENREJ-STATUS-CODE = '00' THEN
032400         CONTINUE
032500     ELSE
032600         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
032700         MOVE 'OPENING OPEN-REJ, ' TO WS-ABORT-MSG-EDESC
032800         MOVE WS-OPENREJ-STATUS-CODE TO WS-ABORT-MSG-SYSRC
032900         MOVE 4702 TO RETURN-CODE
033000         PERFORM 9999-ABORT THRU 9999-EXIT
033100     END-IF
033200
033300     OPEN OUTPUT AGING-REPORT
033400     IF WS-REPORT-STATUS-CODE = '00' THEN
033500         CONTINUE
033600     ELSE
033700         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
033800         MOVE 'OPENING AGING-REPORT, ' TO WS-ABORT-MSG-EDESC
033900         MOVE WS-REPORT-STATUS-CODE TO WS-ABORT-MSG-SYSRC
034000         MOVE 4703 TO RETURN-CODE
034100         PERFORM 9999-ABORT THRU 9999-EXIT
034200     END-IF
034300
034400     MOVE WS-AGE-CUTOFF-DAYS TO WRH1-CUTOFF-DAYS
034500     MOVE WS-RUN-DATE TO WRH1-RUN-DATE
034600     MOVE WS-REPORT-HEADER-1 TO AGING-RECORD
034700     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
034800     MOVE WS-REPORT-HEADER-2 TO AGING-RECORD
034900     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
035000
035100     PERFORM 8000-READ-OPEN-REJ THRU 8000-EXIT
035200
035300     .
035400 1000-EXIT.
035500     EXIT.
035600*****************************************************************
035700*  ONE OPEN-REJECT RECORD - CORRECTED ONES ARE ONLY COUNTED; AN
035800*  OPEN ONE IS AGED FROM ITS FIRST REJECT AND LISTED WHEN IT IS
035900*  PAST THE CUTOFF
036000*****************************************************************
036100
036200 2000-PROCESS-OPEN-REJECT.
036300     IF NOT OJ-OPEN THEN
036400         ADD +1 TO WS-CORRECTED-CTR
036500         GO TO 2000-READ-NEXT
036600     END-IF
036700     ADD +1 TO WS-OPEN-CTR
036800
036900*************** A FIRST-REJECT DATE THAT IS NOT A CALENDAR DATE
037000*************** CANNOT BE AGED - LIST IT SO IT IS LOOKED AT
037100     MOVE OJ-FIRST-REJECT-DATE TO WS-ITEM-DATE
037200     IF WS-ITEM-DATE IS NOT NUMERIC OR
037300        WS-ITEM-YYYY < 1601 OR
037400        WS-ITEM-MM < 01 OR WS-ITEM-MM > 12 OR
037500        WS-ITEM-DD < 01 OR WS-ITEM-DD > 31 THEN
037600         ADD +1 TO WS-BAD-DATE-CTR
037700         MOVE ZERO TO WS-AGE-DAYS
037800         PERFORM 2100-LIST-OPEN-REJECT THRU 2100-EXIT
037900         GO TO 2000-READ-NEXT
038000     END-IF
038100
038200     COMPUTE WS-ITEM-INT =
038300         FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE-9)
038400     COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ITEM-INT
038500     IF WS-AGE-DAYS > WS-AGE-CUTOFF-DAYS THEN
038600         ADD +1 TO WS-AGED-CTR
038700         PERFORM 2100-LIST-OPEN-REJECT THRU 2100-EXIT
038800     END-IF
038900
039000     .
039100 2000-READ-NEXT.
039200     PERFORM 8000-READ-OPEN-REJ THRU 8000-EXIT
039300
039400     .
039500 2000-EXIT.
039600     EXIT.
039700*****************************************************************
039800*  LIST ONE OPEN REJECT FROM ITS RECORD AND ITS ORIGINAL IMAGE
039900*****************************************************************
040000
040100 2100-LIST-OPEN-REJECT.
040200     MOVE OJ-ORIGINAL-RECORD    TO WS-OJ-IMAGE
040300     MOVE OJ-EMPLOYEE-ID        TO WRD-EMPLOYEE-ID
040400     MOVE OJ-RECORD-TYPE        TO WRD-RECORD-TYPE
040500     MOVE WS-OJ-LAST-NAME       TO WRD-LAST-NAME
040600     MOVE WS-OJ-STATE-CODE      TO WRD-STATE-CODE
040700     IF WS-OJ-BONUS-AMT IS NUMERIC THEN
040800         MOVE WS-OJ-BONUS-AMT   TO WRD-BONUS-AMT
040900         IF WS-AGE-DAYS > WS-AGE-CUTOFF-DAYS THEN
041000             ADD WS-OJ-BONUS-AMT TO WS-AGED-AMOUNT
041100         END-IF
041200     ELSE
041300         MOVE ZERO              TO WRD-BONUS-AMT
041400     END-IF
041500     MOVE OJ-SOURCE-SYSTEM      TO WRD-SOURCE-SYSTEM
041600     MOVE OJ-REASON-CODE        TO WRD-REASON-CODE
041700     MOVE OJ-REASON-TEXT        TO WRD-REASON-TEXT
041800     MOVE OJ-FIRST-REJECT-DATE  TO WRD-FIRST-REJECT-DATE
041900     MOVE WS-AGE-DAYS           TO WRD-AGE-DAYS
042000     MOVE OJ-REJECT-COUNT       TO WRD-REJECT-COUNT
042100     MOVE OJ-LAST-REJECT-DATE   TO WRD-LAST-REJECT-DATE
042200     MOVE WS-REPORT-DETAIL      TO AGING-RECORD
042300     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
042400
042500     .
042600 2100-EXIT.
042700     EXIT.
042800*****************************************************************
042900*  REPORT TOTALS
043000*****************************************************************
043100
043200 3000-WRITE-TOTALS.
043300     MOVE WS-OPENREJ-IN-CTR     TO WRF1-IN-CTR
043400     MOVE WS-CORRECTED-CTR      TO WRF1-CORRECTED-CTR
043500     MOVE WS-REPORT-FOOTER-1    TO AGING-RECORD
043600     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
043700
043800     MOVE WS-OPEN-CTR           TO WRF2-OPEN-CTR
043900     MOVE WS-AGED-CTR           TO WRF2-AGED-CTR
044000     MOVE WS-REPORT-FOOTER-2    TO AGING-RECORD
044100     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
044200
044300     MOVE WS-AGED-AMOUNT        TO WRF3-AGED-AMOUNT
044400     MOVE WS-BAD-DATE-CTR       TO WRF3-BAD-DATE-CTR
044500     MOVE WS-REPORT-FOOTER-3    TO AGING-RECORD
044600     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
044700
044800     .
044900 3000-EXIT.
045000     EXIT.
045100*****************************************************************
045200*  TERMINATION ROUTINE
045300*****************************************************************
045400
045500 4000-TERMINATE.
045600     CLOSE OPEN-REJ, AGING-REPORT
045700
045800     DISPLAY '*** LAB47...TOTALS ***'
045900     DISPLAY 'OPEN-REJECT RECORDS READ : ' WS-OPENREJ-IN-CTR
046000     DISPLAY 'CORRECTED                : ' WS-CORRECTED-CTR
046100     DISPLAY 'STILL OPEN               : ' WS-OPEN-CTR
046200     DISPLAY 'OPEN PAST CUTOFF         : ' WS-AGED-CTR
046300     DISPLAY 'BAD FIRST-REJECT DATE    : ' WS-BAD-DATE-CTR
046400     DISPLAY 'AMOUNT PAST CUTOFF       : ' WS-AGED-AMOUNT
046500
046600     IF WS-AGED-CTR > ZERO OR
046700        WS-BAD-DATE-CTR > ZERO THEN
046800         MOVE 4 TO RETURN-CODE
046900     ELSE
047000         MOVE 0 TO RETURN-CODE
047100     END-IF
047200
047300     .
047400 4000-EXIT.
047500     EXIT.
047600*****************************************************************
047700*  READ THE NEXT OPEN-REJECT RECORD IN KEY ORDER
047800*****************************************************************
047900
048000 8000-READ-OPEN-REJ.
048100     READ OPEN-REJ NEXT RECORD
048200         AT END
048300             SET WS-OPENREJ-EOF TO TRUE
048400         NOT AT END
048500             ADD +1 TO WS-OPENREJ-IN-CTR
048600     END-READ
048700     IF WS-OPENREJ-STATUS-CODE = '00' OR
048800        WS-OPENREJ-STATUS-CODE = '10' THEN
048900         CONTINUE
049000     ELSE
049100         MOVE '8000-READ-OPEN-REJ, ' TO WS-ABORT-MSG-PGRPH
049200         MOVE 'READING OPEN-REJ, ' TO WS-ABORT-MSG-EDESC
049300         MOVE WS-OPENREJ-STATUS-CODE TO WS-ABORT-MSG-SYSRC
049400         MOVE 8047 TO RETURN-CODE
049500         PERFORM 9999-ABORT THRU 9999-EXIT
049600     END-IF
049700
049800     .
049900 8000-EXIT.
050000     EXIT.
050100*****************************************************************
050200*  WRITE AGING REPORT RECORD
050300*****************************************************************
050400
050500 8500-WRITE-REPORT-RECORD.
050600     WRITE AGING-RECORD
050700     IF WS-REPORT-STATUS-CODE = '00' THEN
050800         CONTINUE
050900     ELSE
051000         MOVE '8500-WRITE-REPORT-RECORD, ' TO WS-ABORT-MSG-PGRPH
051100         MOVE 'WRITING TO AGING-REPORT, ' TO WS-ABORT-MSG-EDESC
051200         MOVE WS-REPORT-STATUS-CODE TO WS-ABORT-MSG-SYSRC
051300         MOVE 8547 TO RETURN-CODE
051400         PERFORM 9999-ABORT THRU 9999-EXIT
051500     END-IF
051600
051700     .
051800 8500-EXIT.
051900     EXIT.
052000*****************************************************************
052100*  MAJOR ERROR HANDLING ROUTINE
052200*****************************************************************
052300
052400 9999-ABORT.
052500     MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY
052600     DISPLAY 'PROGRAM: LAB47, ', WS-ABORT-MSG-STRING, ', RC='
052700         WS-RETURN-CODE-DISPLAY
052800     DIVIDE 1 BY WS-ABORT-TRIGGER GIVING WS-ABORT-CODE
052900
053000     .
053100 9999-EXIT.
053200     EXIT.
053300*****************************************************************
053400*  PHYSICAL END OF PROGRAM
053500*****************************************************************
