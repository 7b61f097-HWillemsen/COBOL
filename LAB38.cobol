000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB38.
000300 AUTHOR.        SUZI Q.
000400 DATE-WRITTEN.  OCTOBER 2026.
000500 DATE-COMPILED.
000600*****************************************************************
000700*
000800*-------------P R O G R A M  D E S C R I P T I O N--------------*
000900*
001000*    ----------------- LAB38 -----------------------
001100*
001200*    PURPOSE  THIS PROGRAM CARRIES THE ACH PRENOTE STATUS ON THE
001300*    =======  EMPLOYEE BANK-ACCOUNT MASTER (BANKACCT) FORWARD
001400*                AFTER EACH DISBURSEMENT FEED HAS GONE TO THE
001500*                BANK AND ITS RETURN FILE HAS COME BACK.  LAB24
001600*                STAMPS EVERY NEW OR RE-POINTED ACCOUNT 'P';
001700*                LAB14 SENDS A ZERO-DOLLAR PRENOTE FOR IT AND
001800*                PAYS BY CHECK REQUEST UNTIL THE ACCOUNT CLEARS.
001900*                THIS PROGRAM MARKS THE ACCOUNT 'S' WHEN ITS
002000*                PRENOTE IS FOUND ON THE FEED, 'R' WHEN THE BANK
002100*                RETURNS THE PRENOTE, AND 'A' (LIVE) ONCE THE
002200*                WAITING PERIOD HAS PASSED WITH NO RETURN.  IT
002300*                LISTS EVERY ACCOUNT STILL IN PRENOTE AND EVERY
002400*                PRENOTE THE BANK REJECTED.
002500*
002600*    NOTE:    THE BANK RETURNS A REJECTED PRENOTE ON THE SAME
002700*    =====    RETURN FILE LAB23 PROCESSES, AS A TYPE 'R' ITEM
002800*             FOR ZERO DOLLARS.  LAB23 LISTS IT BUT CUTS NO
002900*             REVERSAL; THIS PROGRAM APPLIES IT.  AN ACCOUNT
003000*             LEFT 'R' STAYS OFF DIRECT DEPOSIT UNTIL LAB24
003100*             CHANGES ITS ROUTING OR ACCOUNT NUMBER, WHICH
003200*             STARTS A NEW PRENOTE.
003300*
003400*    INPUT   OLD-MASTER      BANKACCT (CURRENT ACCOUNT MASTER)
003500*    =====   DISB-FILE       DISBURSE (THE FEED AS SENT)
003600*            RETURN-FILE     BANKRET  (BANK RETURN/ACK FILE)
003700*
003800*    PROCESS 1. LOAD THE PRENOTES SENT ON THE FEED AND THE
003900*    =======    PRENOTES THE BANK RETURNED.
004000*            2. PASS THE MASTER, ADVANCING EACH ACCOUNT'S
004100*               PRENOTE STATUS, AND LIST EVERY ACCOUNT NOT YET
004200*               LIVE.
004300*            3. LIST THE REJECTED PRENOTES, INCLUDING ANY THAT
004400*               MATCH NO ACCOUNT AWAITING A PRENOTE, AND SET A
004500*               NON-ZERO RETURN CODE FOR THE LATTER.
004600*
004700*    OUTPUT  NEW-MASTER      NEWBANK  (UPDATED ACCOUNT MASTER)
004800*    ======  PRENOTE-REPORT  PNRPT    (PRENOTE STATUS LISTING)
004900*
005000*    CALLING PROGRAM(S)  :   NONE
005100*
005200*    CALLED  PROGRAM(S)  :   NONE
005300*
005400*---------------------------------------------------------------*
005500*                 UPDATE LOG
005600*---------------------------------------------------------------*
005700*
005800* PERSON  PROJECT   DATE      DESCRIPTION          PROGRAM   VER*
005900* ------  --------  --------  -------------------  -------   ---*
006000* SUZI Q  PAYROLL   10/15/26  INITIAL VERSION       LAB38     000*
006100*****************************************************************
006200*
006300*****************************************************************
006400*         E N V I R O N M E N T     D I V I S I O N
006500*****************************************************************
006600 ENVIRONMENT DIVISION.
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900     SELECT OLD-MASTER     ASSIGN TO BANKACCT
007000            FILE STATUS IS WS-OLDMAST-STATUS-CODE.
007100     SELECT DISB-FILE      ASSIGN TO DISBURSE
007200            FILE STATUS IS WS-DSBFILE-STATUS-CODE.
007300     SELECT RETURN-FILE    ASSIGN TO BANKRET
007400            FILE STATUS IS WS-RETFILE-STATUS-CODE.
007500     SELECT NEW-MASTER     ASSIGN TO NEWBANK
007600            FILE STATUS IS WS-NEWMAST-STATUS-CODE.
007700     SELECT PRENOTE-REPORT ASSIGN TO PNRPT
007800            FILE STATUS IS WS-RPTFILE-STATUS-CODE.
007900*****************************************************************
008000*                  D A T A     D I V I S I O N
008100*****************************************************************
008200 DATA DIVISION.
008300 FILE SECTION.
008400*****************************************************************
008500*    OLD-MASTER                                      INPUT
008600*****************************************************************
008700 FD  OLD-MASTER
008800     RECORDING F
008900     LABEL RECORDS STANDARD
009000     RECORD CONTAINS 80 CHARACTERS
009100     BLOCK CONTAINS 0 RECORDS
009200     DATA RECORD IS OLD-MASTER-RECORD.
009300
009400 COPY BNKACMP REPLACING
009500     BA-RECORD              BY  OLD-MASTER-RECORD
009600     BA-EMPLOYEE-ID         BY  OM-EMPLOYEE-ID
009700     BA-ROUTING-NUMBER      BY  OM-ROUTING-NUMBER
009800     BA-ACCOUNT-NUMBER      BY  OM-ACCOUNT-NUMBER
009900     BA-ACCOUNT-TYPE        BY  OM-ACCOUNT-TYPE
010000     BA-CHECKING            BY  OM-CHECKING
010100     BA-SAVINGS             BY  OM-SAVINGS
010200     BA-CHANGE-DATE         BY  OM-CHANGE-DATE
010300     BA-PRENOTE-STATUS      BY  OM-PRENOTE-STATUS
010400     BA-PRENOTE-PENDING     BY  OM-PRENOTE-PENDING
010500     BA-PRENOTE-SENT        BY  OM-PRENOTE-SENT
010600     BA-PRENOTE-CLEARED     BY  OM-PRENOTE-CLEARED
010700     BA-PRENOTE-REJECTED    BY  OM-PRENOTE-REJECTED
010800     BA-PRENOTE-DATE        BY  OM-PRENOTE-DATE.
010900
011000*****************************************************************
011100*    DISB-FILE - THE DISBURSEMENT FEED AS SENT       INPUT
011200*****************************************************************
011300 FD  DISB-FILE
011400     RECORDING F
011500     LABEL RECORDS STANDARD
011600     RECORD CONTAINS 120 CHARACTERS
011700     BLOCK CONTAINS 0 RECORDS
011800     DATA RECORD IS DISB-RECORD.
011900
012000*************** SAME LAYOUT AS THE RECORDS LAB14 WRITES - THE
012100*************** PRENOTE ENTRY IS A DETAIL WITH RECORD TYPE 'P'
012200*************** AND A ZERO NET AMOUNT (SEE 1087-WRITE-PRENOTE).
012300 01  DISB-RECORD.
012400     05  DF-RECORD-TYPE          PIC X(01).
012500         88  DF-HEADER-RECORD              VALUE 'H'.
012600         88  DF-PRENOTE-RECORD             VALUE 'P'.
012700     05  DF-EMPLOYEE-ID          PIC X(08).
012800     05  DF-LAST-NAME            PIC X(20).
012900     05  DF-FIRST-NAME           PIC X(15).
013000     05  DF-MID-INIT             PIC X(01).
013100     05  DF-NET-AMT              PIC 9(09)V99.
013200     05  DF-ROUTING-NUMBER       PIC 9(09).
013300     05  DF-ACCOUNT-NUMBER       PIC X(17).
013400     05  DF-ACCOUNT-TYPE         PIC X(01).
013500     05  FILLER                  PIC X(37).
013600
013700 01  DISB-HEADER-RECORD.
013800     05  FILLER                  PIC X(01).
013900     05  DF-H-RUN-DATE           PIC X(08).
014000     05  FILLER                  PIC X(111).
014100
014200*****************************************************************
014300*    RETURN-FILE - THE BANK'S RETURN/ACK FILE        INPUT
014400*****************************************************************
014500 FD  RETURN-FILE
014600     RECORDING F
014700     LABEL RECORDS STANDARD
014800     RECORD CONTAINS 80 CHARACTERS
014900     BLOCK CONTAINS 0 RECORDS
015000     DATA RECORD IS RETURN-RECORD.
015100
015200*************** SAME LAYOUT LAB23 READS
015300 01  RETURN-RECORD.
015400     05  RF-RECORD-TYPE          PIC X(01).
015500         88  RF-RETURNED-ITEM              VALUE 'R'.
015600     05  RF-EMPLOYEE-ID          PIC X(08).
015700     05  RF-NET-AMT              PIC 9(09)V99.
015800     05  RF-REASON-CODE          PIC X(02).
015900     05  RF-RETURN-DATE          PIC X(08).
016000     05  FILLER                  PIC X(50).
016100
016200*****************************************************************
016300*    NEW-MASTER                                      OUTPUT
016400*****************************************************************
016500 FD  NEW-MASTER
016600     RECORDING F
016700     LABEL RECORDS STANDARD
016800     RECORD CONTAINS 80 CHARACTERS
016900     BLOCK CONTAINS 0 RECORDS
017000     DATA RECORD IS NEW-MASTER-RECORD.
017100
017200 COPY BNKACMP REPLACING
017300     BA-RECORD              BY  NEW-MASTER-RECORD
017400     BA-EMPLOYEE-ID         BY  NM-EMPLOYEE-ID
017500     BA-ROUTING-NUMBER      BY  NM-ROUTING-NUMBER
017600     BA-ACCOUNT-NUMBER      BY  NM-ACCOUNT-NUMBER
017700     BA-ACCOUNT-TYPE        BY  NM-ACCOUNT-TYPE
017800     BA-CHECKING            BY  NM-CHECKING
017900     BA-SAVINGS             BY  NM-SAVINGS
018000     BA-CHANGE-DATE         BY  NM-CHANGE-DATE
018100     BA-PRENOTE-STATUS      BY  NM-PRENOTE-STATUS
018200     BA-PRENOTE-PENDING     BY  NM-PRENOTE-PENDING
018300     BA-PRENOTE-SENT        BY  NM-PRENOTE-SENT
018400     BA-PRENOTE-CLEARED     BY  NM-PRENOTE-CLEARED
018500     BA-PRENOTE-REJECTED    BY  NM-PRENOTE-REJECTED
018600     BA-PRENOTE-DATE        BY  NM-PRENOTE-DATE.
018700
018800*****************************************************************
018900*    PRENOTE-REPORT                                  OUTPUT
019000*****************************************************************
019100 FD  PRENOTE-REPORT
019200     RECORDING F
019300     LABEL RECORDS STANDARD
019400     RECORD CONTAINS 133 CHARACTERS
019500     BLOCK CONTAINS 0 RECORDS
019600     DATA RECORD IS PN-REPORT-RECORD.
019700
019800 01  PN-REPORT-RECORD.
019900     05  FILLER                  PIC X(133).
020000
020100*****************************************************************
020200*    W O R K I N G - S T O R A G E
020300*****************************************************************
020400
020500 WORKING-STORAGE SECTION.
020600
020700 01  WS-START-OF-WORKING-STORAGE.
020800     05 WS-START-OF-WS-MARKER           PIC X(37)
020900        VALUE 'LAB38 WORKING STORAGE BEGINS HERE'.
021000***********************
021100*  CONSTANTS          *
021200***********************
021300
021400*************** CALENDAR DAYS AFTER THE PRENOTE IS SENT BEFORE
021500*************** THE ACCOUNT GOES LIVE - LONG ENOUGH FOR THE BANK
021600*************** TO RETURN A BAD PRENOTE.
021700 01  WS-CONSTANTS.
021800     05  WS-C-PRENOTE-WAIT-DAYS  PIC S9(03)     COMP-3 VALUE 10.
021900     05  WS-C-PRENOTE-TABLE-SIZE PIC S9(04)     COMP-3 VALUE 1000.
022000     05  WS-C-REJECT-TABLE-SIZE  PIC S9(03)     COMP-3 VALUE 500.
022100
022200***********************
022300*  ERROR CODES        *
022400***********************
022500
022600 01  WS-ERROR-CODES.
022700     05  WS-OLDMAST-STATUS-CODE  PIC X(2)  VALUE '**'.
022800     05  WS-DSBFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
022900     05  WS-RETFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
023000     05  WS-NEWMAST-STATUS-CODE  PIC X(2)  VALUE '**'.
023100     05  WS-RPTFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
023200     05  WS-ABORT-TRIGGER        PIC S9(1) VALUE 0.
023300     05  WS-ABORT-CODE           PIC S9(1).
023400     05  WS-RETURN-CODE-DISPLAY  PIC S9(5) COMP-3.
023500
023600***********************
023700*  MESSAGE STRINGS    *
023800***********************
023900
024000 01  WS-ABORT-MSG-STRING.
024100     05  WS-ABORT-MSG-ERRLB      PIC X(06) VALUE 'ERROR '.
024200     05  WS-ABORT-MSG-EDESC      PIC X(28).
024300     05  WS-ABORT-MSG-IN         PIC X(14) VALUE ' IN PARAGRAPH '.
024400     05  WS-ABORT-MSG-PGRPH      PIC X(28).
024500     05  WS-ABORT-MSG-RCLBL      PIC X(08) VALUE 'SYS RC: '.
024600     05  WS-ABORT-MSG-SYSRC      PIC X(02).
024700
024800***********************
024900*  SWITCHES           *
025000***********************
025100
025200 01  SWITCHES.
025300     05  WS-OLDMAST-SWITCH       PIC X(01) VALUE 'N'.
025400         88  WS-OLDMAST-EOF                VALUE 'Y'.
025500     05  WS-DISB-FILE-SWITCH     PIC X(01) VALUE 'N'.
025600         88  WS-DISB-EOF                   VALUE 'Y'.
025700     05  WS-RETURN-FILE-SWITCH   PIC X(01) VALUE 'N'.
025800         88  WS-RETURN-EOF                 VALUE 'Y'.
025900     05  WS-FOUND-SWITCH         PIC X(01) VALUE 'N'.
026000         88  WS-ENTRY-FOUND                VALUE 'Y'.
026100     05  WS-REJECTED-NOW-SWITCH  PIC X(01) VALUE 'N'.
026200         88  WS-REJECTED-THIS-RUN          VALUE 'Y'.
026300
026400***********************
026500*  ACCUMULATORS       *
026600***********************
026700
026800 01  ACCUMULATORS.
026900     05  WS-MASTER-IN-CTR        PIC S9(05) COMP-3 VALUE +0.
027000     05  WS-MASTER-OUT-CTR       PIC S9(05) COMP-3 VALUE +0.
027100     05  WS-DISB-REC-IN          PIC S9(07) COMP-3 VALUE +0.
027200     05  WS-RET-REC-IN           PIC S9(05) COMP-3 VALUE +0.
027300     05  WS-FEED-PRENOTES        PIC S9(05) COMP-3 VALUE +0.
027400     05  WS-RET-REJECTS          PIC S9(05) COMP-3 VALUE +0.
027500     05  WS-SENT-CTR             PIC S9(05) COMP-3 VALUE +0.
027600     05  WS-CLEARED-CTR          PIC S9(05) COMP-3 VALUE +0.
027700     05  WS-REJECTED-CTR         PIC S9(05) COMP-3 VALUE +0.
027800     05  WS-IN-PRENOTE-CTR       PIC S9(05) COMP-3 VALUE +0.
027900     05  WS-REJ-UNMATCHED        PIC S9(05) COMP-3 VALUE +0.
028000
028100**************************
028200*  PRENOTES-SENT TABLE   *
028300**************************
028400 01  PRENOTE-TABLE.
028500     05  PRENOTE-ENTRY OCCURS 1000 TIMES
028600             INDEXED BY PN-NDX.
028700         10  PN-EMPLOYEE-ID      PIC X(08) VALUE HIGH-VALUES.
028800         10  PN-ROUTING-NUMBER   PIC 9(09).
028900         10  PN-ACCOUNT-NUMBER   PIC X(17).
029000
029100**************************
029200*  REJECTED-PRENOTE TABLE*
029300**************************
029400 01  REJECT-TABLE.
029500     05  REJECT-ENTRY OCCURS 500 TIMES
029600             INDEXED BY RJ-NDX.
029700         10  RJ-EMPLOYEE-ID      PIC X(08) VALUE HIGH-VALUES.
029800         10  RJ-REASON-CODE      PIC X(02).
029900         10  RJ-RETURN-DATE      PIC X(08).
030000         10  RJ-MATCH-SW         PIC X(01).
030100         10  RJ-ROUTING-NUMBER   PIC 9(09).
030200         10  RJ-ACCOUNT-TYPE     PIC X(01).
030300         10  RJ-CHANGE-DATE      PIC X(08).
030400         10  RJ-PRENOTE-DATE     PIC X(08).
030500
030600***********************
030700*  WORKING VALUES     *
030800***********************
030900
031000 01  WS-WORKING-VALUES.
031100     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
031200     05  WS-RUN-DATE-9           REDEFINES WS-RUN-DATE
031300                                 PIC 9(08).
031400     05  WS-FEED-DATE            PIC X(08)  VALUE SPACES.
031500     05  WS-PRENOTE-DATE-9       PIC 9(08)  VALUE ZERO.
031600     05  WS-TODAY-INT            PIC S9(07) COMP-3 VALUE +0.
031700     05  WS-DAYS-WAITED          PIC S9(07) COMP-3 VALUE +0.
031800     05  WS-DAYS-LEFT            PIC S9(07) COMP-3 VALUE +0.
031900     05  WS-DAYS-LEFT-DISPLAY    PIC ZZ9.
032000
032100***********************
032200*  RECORD LAYOUTS     *
032300***********************
032400
032500 01  WS-PNRPT-HEADER-1.
032600     05 WH1-ASA-CODE             PIC X(01) VALUE '1'.
032700     05 WH1-TITLE                PIC X(42) VALUE
032800                  'ACH PRENOTE STATUS AND REJECT LISTING'.
032900     05 WH1-DATE-LABEL           PIC X(10) VALUE 'RUN DATE: '.
033000     05 WH1-RUN-DATE             PIC X(08).
033100     05 WH1-FILLER               PIC X(72) VALUE SPACES.
033200
033300 01  WS-PNRPT-HEADER-2.
033400     05 WH2-ASA-CODE             PIC X(01) VALUE '-'.
033500     05 WH2-EMP-LABEL            PIC X(10) VALUE 'EMPLOYEE'.
033600     05 WH2-ROUTING-LABEL        PIC X(11) VALUE 'ROUTING'.
033700     05 WH2-TYPE-LABEL           PIC X(06) VALUE 'TYPE'.
033800     05 WH2-CHANGED-LABEL        PIC X(10) VALUE 'CHANGED'.
033900     05 WH2-SENT-LABEL           PIC X(10) VALUE 'SENT'.
034000     05 WH2-STATUS-LABEL         PIC X(12) VALUE 'STATUS'.
034100     05 WH2-MSG-LABEL            PIC X(07) VALUE 'MESSAGE'.
034200     05 WH2-FILLER               PIC X(66) VALUE SPACES.
034300
034400 01  WS-PNRPT-DETAIL.
034500     05 WPD-ASA-CODE             PIC X(01) VALUE SPACES.
034600     05 WPD-EMPLOYEE-ID          PIC X(08).
034700     05 WPD-COL-DIV-1            PIC X(02) VALUE SPACES.
034800     05 WPD-ROUTING-NUMBER       PIC 9(09).
034900     05 WPD-COL-DIV-2            PIC X(02) VALUE SPACES.
035000     05 WPD-ACCOUNT-TYPE         PIC X(01).
035100     05 WPD-COL-DIV-3            PIC X(05) VALUE SPACES.
035200     05 WPD-CHANGE-DATE          PIC X(08).
035300     05 WPD-COL-DIV-4            PIC X(02) VALUE SPACES.
035400     05 WPD-PRENOTE-DATE         PIC X(08).
035500     05 WPD-COL-DIV-5            PIC X(02) VALUE SPACES.
035600     05 WPD-STATUS               PIC X(10).
035700     05 WPD-COL-DIV-6            PIC X(02) VALUE SPACES.
035800     05 WPD-MESSAGE              PIC X(40).
035900     05 WPD-FILLER               PIC X(33) VALUE SPACES.
036000
036100 01  WS-PNRPT-SECTION-LINE.
036200     05 WPS-ASA-CODE             PIC X(01) VALUE '-'.
036300     05 WPS-TITLE                PIC X(50) VALUE SPACES.
036400     05 WPS-FILLER               PIC X(82) VALUE SPACES.
036500
036600 01  WS-PNRPT-COUNT-LINE.
036700     05 WPC-ASA-CODE             PIC X(01) VALUE '-'.
036800     05 WPC-LABEL                PIC X(26).
036900     05 WPC-COUNT                PIC Z,ZZZ,ZZ9.
037000     05 WPC-FILLER               PIC X(97) VALUE SPACES.
037100
037200 01  WS-END-OF-WORKING-STORAGE.
037300     05 WS-END-OF-WS-MARKER      PIC X(35) VALUE
037400        'LAB38 WORKING STORAGE ENDS HERE'.
037500
037600*****************************************************************
037700*          P R O C E D U R E     D I V I S I O N
037800*****************************************************************
037900
038000 PROCEDURE DIVISION.
038100 0000-MAINLINE.
038200     PERFORM 1000-INITIALIZATION  THRU 1000-EXIT
038300     PERFORM 2000-UPDATE-MASTER   THRU 2000-EXIT
038400     PERFORM 3000-REPORT-REJECTS  THRU 3000-EXIT
038500     PERFORM 3500-WRITE-FOOTERS   THRU 3500-EXIT
038600     PERFORM 4000-TERMINATE       THRU 4000-EXIT
038700     GOBACK
038800
038900     .
039000*****************************************************************
039100*  INITIALIZATION - OPEN FILES, LOAD THE PRENOTES SENT AND THE
039200*  PRENOTES RETURNED
039300*****************************************************************
039400
039500 1000-INITIALIZATION.
039600     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
039700     COMPUTE WS-TODAY-INT =
039800         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-9)
039900
040000     OPEN INPUT OLD-MASTER
040100     IF WS-OLDMAST-STATUS-CODE = '00' THEN
040200         CONTINUE
040300     ELSE
040400         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
040500         MOVE 'OPENING OLD-MASTER, ' TO WS-ABORT-MSG-EDESC
040600         MOVE WS-OLDMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
040700         MOVE 3801 TO RETURN-CODE
040800         PERFORM 9999-ABORT THRU 9999-EXIT
040900     END-IF
041000
041100     OPEN INPUT DISB-FILE
041200     IF WS-DSBFILE-STATUS-CODE = '00' THEN
041300         CONTINUE
041400     ELSE
041500         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
041600         MOVE 'OPENING DISB-FILE, ' TO WS-ABORT-MSG-EDESC
041700         MOVE WS-DSBFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
041800         MOVE 3802 TO RETURN-CODE
041900         PERFORM 9999-ABORT THRU 9999-EXIT
042000     END-IF
042100
042200     OPEN INPUT RETURN-FILE
042300     IF WS-RETFILE-STATUS-CODE = '00' THEN
042400         CONTINUE
042500     ELSE
042600         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
042700         MOVE 'OPENING RETURN-FILE, ' TO WS-ABORT-MSG-EDESC
042800         MOVE WS-RETFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
042900         MOVE 3803 TO RETURN-CODE
043000         PERFORM 9999-ABORT THRU 9999-EXIT
043100     END-IF
043200
043300     OPEN OUTPUT NEW-MASTER
043400     IF WS-NEWMAST-STATUS-CODE = '00' THEN
043500         CONTINUE
043600     ELSE
043700         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
043800         MOVE 'OPENING NEW-MASTER, ' TO WS-ABORT-MSG-EDESC
043900         MOVE WS-NEWMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
044000         MOVE 3804 TO RETURN-CODE
044100         PERFORM 9999-ABORT THRU 9999-EXIT
044200     END-IF
044300
044400     OPEN OUTPUT PRENOTE-REPORT
044500     IF WS-RPTFILE-STATUS-CODE = '00' THEN
044600         CONTINUE
044700     ELSE
044800         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
044900         MOVE 'OPENING PRENOTE-REPORT, ' TO WS-ABORT-MSG-EDESC
045000         MOVE WS-RPTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
045100         MOVE 3805 TO RETURN-CODE
045200         PERFORM 9999-ABORT THRU 9999-EXIT
045300     END-IF
045400
045500     MOVE WS-RUN-DATE        TO WH1-RUN-DATE
045600     MOVE WS-PNRPT-HEADER-1  TO PN-REPORT-RECORD
045700     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
045800
045900*************** A FEED WITH NO HEADER DATE IS TAKEN AS SENT
046000*************** TODAY, SO THE WAITING PERIOD IS NEVER SHORTENED.
046100     MOVE WS-RUN-DATE TO WS-FEED-DATE
046200     SET PN-NDX TO 1
046300     PERFORM 8100-READ-DISB-FILE THRU 8100-EXIT
046400     PERFORM 1100-LOAD-ONE-PRENOTE THRU 1100-EXIT
046500         UNTIL WS-DISB-EOF
046600     CLOSE DISB-FILE
046700
046800     SET RJ-NDX TO 1
046900     PERFORM 8200-READ-RETURN-FILE THRU 8200-EXIT
047000     PERFORM 1200-LOAD-ONE-REJECT THRU 1200-EXIT
047100         UNTIL WS-RETURN-EOF
047200     CLOSE RETURN-FILE
047300
047400     .
047500 1000-EXIT.
047600     EXIT.
047700*****************************************************************
047800*  LOAD ONE PRENOTE ENTRY FROM THE FEED - THE HEADER SUPPLIES
047900*  THE DATE THE FEED WENT TO THE BANK
048000*****************************************************************
048100
048200 1100-LOAD-ONE-PRENOTE.
048300     IF DF-HEADER-RECORD AND DF-H-RUN-DATE NOT = SPACES THEN
048400         MOVE DF-H-RUN-DATE TO WS-FEED-DATE
048500     END-IF
048600
048700     IF DF-PRENOTE-RECORD THEN
048800         IF WS-FEED-PRENOTES NOT < WS-C-PRENOTE-TABLE-SIZE THEN
048900             MOVE '1100-LOAD-ONE-PRENOTE, ' TO WS-ABORT-MSG-PGRPH
049000             MOVE '- PRENOTE TABLE FULL, ' TO WS-ABORT-MSG-EDESC
049100             MOVE '  ' TO WS-ABORT-MSG-SYSRC
049200             MOVE 3811 TO RETURN-CODE
049300             PERFORM 9999-ABORT THRU 9999-EXIT
049400         END-IF
049500         MOVE DF-EMPLOYEE-ID    TO PN-EMPLOYEE-ID (PN-NDX)
049600         MOVE DF-ROUTING-NUMBER TO PN-ROUTING-NUMBER (PN-NDX)
049700         MOVE DF-ACCOUNT-NUMBER TO PN-ACCOUNT-NUMBER (PN-NDX)
049800         SET PN-NDX UP BY 1
049900         ADD +1 TO WS-FEED-PRENOTES
050000     END-IF
050100
050200     PERFORM 8100-READ-DISB-FILE THRU 8100-EXIT
050300
050400     .
050500 1100-EXIT.
050600     EXIT.
050700*****************************************************************
050800*  LOAD ONE REJECTED PRENOTE - A ZERO-DOLLAR RETURNED ITEM
050900*****************************************************************
051000
051100 1200-LOAD-ONE-REJECT.
051200     IF RF-RETURNED-ITEM AND RF-NET-AMT = ZERO THEN
051300         IF WS-RET-REJECTS NOT < WS-C-REJECT-TABLE-SIZE THEN
051400             MOVE '1200-LOAD-ONE-REJECT, ' TO WS-ABORT-MSG-PGRPH
051500             MOVE '- REJECT TABLE FULL, ' TO WS-ABORT-MSG-EDESC
051600             MOVE '  ' TO WS-ABORT-MSG-SYSRC
051700             MOVE 3812 TO RETURN-CODE
051800             PERFORM 9999-ABORT THRU 9999-EXIT
051900         END-IF
052000         MOVE RF-EMPLOYEE-ID TO RJ-EMPLOYEE-ID (RJ-NDX)
052100         MOVE RF-REASON-CODE TO RJ-REASON-CODE (RJ-NDX)
052200         MOVE RF-RETURN-DATE TO RJ-RETURN-DATE (RJ-NDX)
052300         MOVE 'N'            TO RJ-MATCH-SW (RJ-NDX)
052400         MOVE ZERO           TO RJ-ROUTING-NUMBER (RJ-NDX)
052500         MOVE SPACES         TO RJ-ACCOUNT-TYPE (RJ-NDX)
052600         MOVE SPACES         TO RJ-CHANGE-DATE (RJ-NDX)
052700         MOVE SPACES         TO RJ-PRENOTE-DATE (RJ-NDX)
052800         SET RJ-NDX UP BY 1
052900         ADD +1 TO WS-RET-REJECTS
053000     END-IF
053100
053200     PERFORM 8200-READ-RETURN-FILE THRU 8200-EXIT
053300
053400     .
053500 1200-EXIT.
053600     EXIT.
053700*****************************************************************
053800*  PASS THE MASTER, ADVANCING EACH ACCOUNT'S PRENOTE STATUS
053900*****************************************************************
054000
054100 2000-UPDATE-MASTER.
054200     MOVE SPACES TO WS-PNRPT-SECTION-LINE
054300     MOVE 'ACCOUNTS IN PRENOTE - NOT YET PAID BY DEPOSIT'
054400         TO WPS-TITLE
054500     MOVE WS-PNRPT-SECTION-LINE TO PN-REPORT-RECORD
054600     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
054700     MOVE WS-PNRPT-HEADER-2  TO PN-REPORT-RECORD
054800     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
054900
055000     PERFORM 8000-READ-OLD-MASTER THRU 8000-EXIT
055100     PERFORM 2100-UPDATE-ONE-ACCOUNT THRU 2100-EXIT
055200         UNTIL WS-OLDMAST-EOF
055300
055400     .
055500 2000-EXIT.
055600     EXIT.
055700*****************************************************************
055800*  ADVANCE ONE ACCOUNT - SENT WHEN ITS PRENOTE IS ON THE FEED,
055900*  REJECTED WHEN THE BANK RETURNED IT, LIVE WHEN THE WAITING
056000*  PERIOD HAS PASSED
056100*****************************************************************
056200
056300 2100-UPDATE-ONE-ACCOUNT.
056400     MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
056500     MOVE 'N' TO WS-REJECTED-NOW-SWITCH
056600
056700     IF NM-PRENOTE-PENDING THEN
056800         PERFORM 2200-FIND-PRENOTE-SENT THRU 2200-EXIT
056900     END-IF
057000
057100     IF NM-PRENOTE-SENT THEN
057200         PERFORM 2300-FIND-PRENOTE-REJECT THRU 2300-EXIT
057300     END-IF
057400
057500     IF NM-PRENOTE-SENT THEN
057600         PERFORM 2400-CHECK-WAITING-PERIOD THRU 2400-EXIT
057700     END-IF
057800
057900     IF NOT NM-PRENOTE-CLEARED THEN
058000         PERFORM 2500-WRITE-PRENOTE-LINE THRU 2500-EXIT
058100     END-IF
058200
058300     PERFORM 8500-WRITE-NEW-MASTER THRU 8500-EXIT
058400     PERFORM 8000-READ-OLD-MASTER THRU 8000-EXIT
058500
058600     .
058700 2100-EXIT.
058800     EXIT.
058900*****************************************************************
059000*  MARK A PENDING ACCOUNT SENT WHEN ITS PRENOTE WENT OUT ON THE
059100*  FEED FOR THE SAME ROUTING AND ACCOUNT NUMBER
059200*****************************************************************
059300
059400 2200-FIND-PRENOTE-SENT.
059500     MOVE 'N' TO WS-FOUND-SWITCH
059600     SET PN-NDX TO 1
059700     SEARCH PRENOTE-ENTRY
059800         AT END
059900             CONTINUE
060000         WHEN PN-EMPLOYEE-ID (PN-NDX) = HIGH-VALUES
060100             CONTINUE
060200         WHEN PN-EMPLOYEE-ID (PN-NDX) = NM-EMPLOYEE-ID
060300          AND PN-ROUTING-NUMBER (PN-NDX) = NM-ROUTING-NUMBER
060400          AND PN-ACCOUNT-NUMBER (PN-NDX) = NM-ACCOUNT-NUMBER
060500             SET WS-ENTRY-FOUND TO TRUE
060600     END-SEARCH
060700
060800     IF WS-ENTRY-FOUND THEN
060900         SET NM-PRENOTE-SENT TO TRUE
061000         MOVE WS-FEED-DATE TO NM-PRENOTE-DATE
061100         ADD +1 TO WS-SENT-CTR
061200     END-IF
061300
061400     .
061500 2200-EXIT.
061600     EXIT.
061700*****************************************************************
061800*  MARK A SENT ACCOUNT REJECTED WHEN THE BANK RETURNED ITS
061900*  PRENOTE
062000*****************************************************************
062100
062200 2300-FIND-PRENOTE-REJECT.
062300     SET RJ-NDX TO 1
062400     SEARCH REJECT-ENTRY
062500         AT END
062600             CONTINUE
062700         WHEN RJ-EMPLOYEE-ID (RJ-NDX) = HIGH-VALUES
062800             CONTINUE
062900         WHEN RJ-EMPLOYEE-ID (RJ-NDX) = NM-EMPLOYEE-ID
063000          AND RJ-MATCH-SW (RJ-NDX) = 'N'
063100             MOVE 'Y'               TO RJ-MATCH-SW (RJ-NDX)
063200             MOVE NM-ROUTING-NUMBER TO RJ-ROUTING-NUMBER (RJ-NDX)
063300             MOVE NM-ACCOUNT-TYPE   TO RJ-ACCOUNT-TYPE (RJ-NDX)
063400             MOVE NM-CHANGE-DATE    TO RJ-CHANGE-DATE (RJ-NDX)
063500             MOVE NM-PRENOTE-DATE   TO RJ-PRENOTE-DATE (RJ-NDX)
063600             SET NM-PRENOTE-REJECTED TO TRUE
063700             SET WS-REJECTED-THIS-RUN TO TRUE
063800             ADD +1 TO WS-REJECTED-CTR
063900     END-SEARCH
064000
064100     .
064200 2300-EXIT.
064300     EXIT.
064400*****************************************************************
064500*  PUT A SENT ACCOUNT LIVE ONCE THE WAITING PERIOD HAS PASSED
064600*****************************************************************
064700
064800 2400-CHECK-WAITING-PERIOD.
064900     IF NM-PRENOTE-DATE NUMERIC THEN
065000         MOVE NM-PRENOTE-DATE TO WS-PRENOTE-DATE-9
065100         COMPUTE WS-DAYS-WAITED = WS-TODAY-INT -
065200             FUNCTION INTEGER-OF-DATE (WS-PRENOTE-DATE-9)
065300     ELSE
065400         MOVE ZERO TO WS-DAYS-WAITED
065500     END-IF
065600
065700     IF WS-DAYS-WAITED NOT < WS-C-PRENOTE-WAIT-DAYS THEN
065800         SET NM-PRENOTE-CLEARED TO TRUE
065900         ADD +1 TO WS-CLEARED-CTR
066000     ELSE
066100         COMPUTE WS-DAYS-LEFT =
066200             WS-C-PRENOTE-WAIT-DAYS - WS-DAYS-WAITED
066300     END-IF
066400
066500     .
066600 2400-EXIT.
066700     EXIT.
066800*****************************************************************
066900*  PRINT ONE ACCOUNT THAT IS NOT YET PAID BY DIRECT DEPOSIT
067000*****************************************************************
067100
067200 2500-WRITE-PRENOTE-LINE.
067300     ADD +1 TO WS-IN-PRENOTE-CTR
067400     MOVE SPACES             TO WS-PNRPT-DETAIL
067500     MOVE NM-EMPLOYEE-ID     TO WPD-EMPLOYEE-ID
067600     MOVE NM-ROUTING-NUMBER  TO WPD-ROUTING-NUMBER
067700     MOVE NM-ACCOUNT-TYPE    TO WPD-ACCOUNT-TYPE
067800     MOVE NM-CHANGE-DATE     TO WPD-CHANGE-DATE
067900     MOVE NM-PRENOTE-DATE    TO WPD-PRENOTE-DATE
068000     EVALUATE TRUE
068100         WHEN NM-PRENOTE-PENDING
068200             MOVE 'PENDING'  TO WPD-STATUS
068300             MOVE 'PRENOTE GOES ON THE NEXT BANK FEED'
068400                 TO WPD-MESSAGE
068500         WHEN NM-PRENOTE-SENT
068600             MOVE 'SENT'     TO WPD-STATUS
068700             MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-DISPLAY
068800             STRING 'WAITING PERIOD - '    DELIMITED BY SIZE
068900                    WS-DAYS-LEFT-DISPLAY   DELIMITED BY SIZE
069000                    ' DAY(S) TO CLEAR'     DELIMITED BY SIZE
069100                 INTO WPD-MESSAGE
069200         WHEN WS-REJECTED-THIS-RUN
069300             MOVE 'REJECTED' TO WPD-STATUS
069400             MOVE 'PRENOTE RETURNED BY THE BANK THIS RUN'
069500                 TO WPD-MESSAGE
069600         WHEN OTHER
069700             MOVE 'REJECTED' TO WPD-STATUS
069800             MOVE 'CORRECT THE ACCOUNT THROUGH LAB24'
069900                 TO WPD-MESSAGE
070000     END-EVALUATE
070100     MOVE WS-PNRPT-DETAIL    TO PN-REPORT-RECORD
070200     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
070300
070400     .
070500 2500-EXIT.
070600     EXIT.
070700*****************************************************************
070800*  LIST EVERY PRENOTE THE BANK REJECTED ON THIS RETURN FILE
070900*****************************************************************
071000
071100 3000-REPORT-REJECTS.
071200     MOVE SPACES TO WS-PNRPT-SECTION-LINE
071300     MOVE 'PRENOTES REJECTED BY THE BANK' TO WPS-TITLE
071400     MOVE WS-PNRPT-SECTION-LINE TO PN-REPORT-RECORD
071500     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
071600     MOVE WS-PNRPT-HEADER-2  TO PN-REPORT-RECORD
071700     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
071800
071900     SET RJ-NDX TO 1
072000     PERFORM 3100-LIST-ONE-REJECT THRU 3100-EXIT
072100         UNTIL RJ-NDX > WS-C-REJECT-TABLE-SIZE
072200         OR RJ-EMPLOYEE-ID (RJ-NDX) = HIGH-VALUES
072300
072400     .
072500 3000-EXIT.
072600     EXIT.
072700*****************************************************************
072800*  PRINT ONE REJECTED PRENOTE WITH THE BANK'S REASON
072900*****************************************************************
073000
073100 3100-LIST-ONE-REJECT.
073200     MOVE SPACES                    TO WS-PNRPT-DETAIL
073300     MOVE RJ-EMPLOYEE-ID (RJ-NDX)   TO WPD-EMPLOYEE-ID
073400     MOVE RJ-ROUTING-NUMBER (RJ-NDX) TO WPD-ROUTING-NUMBER
073500     MOVE RJ-ACCOUNT-TYPE (RJ-NDX)  TO WPD-ACCOUNT-TYPE
073600     MOVE RJ-CHANGE-DATE (RJ-NDX)   TO WPD-CHANGE-DATE
073700     MOVE RJ-PRENOTE-DATE (RJ-NDX)  TO WPD-PRENOTE-DATE
073800     IF RJ-MATCH-SW (RJ-NDX) = 'Y' THEN
073900         MOVE 'REJECTED' TO WPD-STATUS
074000         STRING 'RETURN REASON '         DELIMITED BY SIZE
074100                RJ-REASON-CODE (RJ-NDX)  DELIMITED BY SIZE
074200                ' ON '                   DELIMITED BY SIZE
074300                RJ-RETURN-DATE (RJ-NDX)  DELIMITED BY SIZE
074400             INTO WPD-MESSAGE
074500     ELSE
074600         ADD +1 TO WS-REJ-UNMATCHED
074700         MOVE 'UNMATCHED' TO WPD-STATUS
074800         STRING 'REASON '                DELIMITED BY SIZE
074900                RJ-REASON-CODE (RJ-NDX)  DELIMITED BY SIZE
075000                ' - NO ACCOUNT AWAITING PRENOTE'
075100                                         DELIMITED BY SIZE
075200             INTO WPD-MESSAGE
075300     END-IF
075400     MOVE WS-PNRPT-DETAIL           TO PN-REPORT-RECORD
075500     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
075600     SET RJ-NDX UP BY 1
075700
075800     .
075900 3100-EXIT.
076000     EXIT.
076100*****************************************************************
076200*  WRITE THE CONTROL COUNTS AND SET THE RETURN CODE
076300*****************************************************************
076400
076500 3500-WRITE-FOOTERS.
076600     MOVE 'MASTER RECORDS READ      :' TO WPC-LABEL
076700     MOVE WS-MASTER-IN-CTR      TO WPC-COUNT
076800     MOVE WS-PNRPT-COUNT-LINE   TO PN-REPORT-RECORD
076900     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
077000
077100     MOVE 'MASTER RECORDS WRITTEN   :' TO WPC-LABEL
077200     MOVE WS-MASTER-OUT-CTR     TO WPC-COUNT
077300     MOVE WS-PNRPT-COUNT-LINE   TO PN-REPORT-RECORD
077400     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
077500
077600     MOVE 'PRENOTES ON THE FEED     :' TO WPC-LABEL
077700     MOVE WS-FEED-PRENOTES      TO WPC-COUNT
077800     MOVE WS-PNRPT-COUNT-LINE   TO PN-REPORT-RECORD
077900     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
078000
078100     MOVE 'ACCOUNTS MARKED SENT     :' TO WPC-LABEL
078200     MOVE WS-SENT-CTR           TO WPC-COUNT
078300     MOVE WS-PNRPT-COUNT-LINE   TO PN-REPORT-RECORD
078400     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
078500
078600     MOVE 'ACCOUNTS PUT LIVE        :' TO WPC-LABEL
078700     MOVE WS-CLEARED-CTR        TO WPC-COUNT
078800     MOVE WS-PNRPT-COUNT-LINE   TO PN-REPORT-RECORD
078900     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
079000
079100     MOVE 'PRENOTES RETURNED        :' TO WPC-LABEL
079200     MOVE WS-RET-REJECTS        TO WPC-COUNT
079300     MOVE WS-PNRPT-COUNT-LINE   TO PN-REPORT-RECORD
079400     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
079500
079600     MOVE 'ACCOUNTS MARKED REJECTED :' TO WPC-LABEL
079700     MOVE WS-REJECTED-CTR       TO WPC-COUNT
079800     MOVE WS-PNRPT-COUNT-LINE   TO PN-REPORT-RECORD
079900     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
080000
080100     MOVE 'RETURNS UNMATCHED        :' TO WPC-LABEL
080200     MOVE WS-REJ-UNMATCHED      TO WPC-COUNT
080300     MOVE WS-PNRPT-COUNT-LINE   TO PN-REPORT-RECORD
080400     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
080500
080600     MOVE 'ACCOUNTS STILL IN PRENOTE:' TO WPC-LABEL
080700     MOVE WS-IN-PRENOTE-CTR     TO WPC-COUNT
080800     MOVE WS-PNRPT-COUNT-LINE   TO PN-REPORT-RECORD
080900     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
081000
081100     IF WS-REJ-UNMATCHED = ZERO THEN
081200         MOVE 0 TO RETURN-CODE
081300     ELSE
081400         MOVE 92 TO RETURN-CODE
081500     END-IF
081600
081700     .
081800 3500-EXIT.
081900     EXIT.
082000*****************************************************************
082100*  TERMINATION ROUTINE
082200*****************************************************************
082300
082400 4000-TERMINATE.
082500     CLOSE OLD-MASTER, NEW-MASTER, PRENOTE-REPORT
082600
082700     DISPLAY '*** LAB38...TOTALS ***'
082800     DISPLAY 'MASTER RECORDS READ   : ' WS-MASTER-IN-CTR
082900     DISPLAY 'MASTER RECORDS WRITE  : ' WS-MASTER-OUT-CTR
083000     DISPLAY 'PRENOTES ON THE FEED  : ' WS-FEED-PRENOTES
083100     DISPLAY 'ACCOUNTS PUT LIVE     : ' WS-CLEARED-CTR
083200     DISPLAY 'PRENOTES REJECTED     : ' WS-REJECTED-CTR
083300     DISPLAY 'RETURNS UNMATCHED     : ' WS-REJ-UNMATCHED
083400
083500     .
083600 4000-EXIT.
083700     EXIT.
083800*****************************************************************
083900*  READ OLD MASTER ROUTINE
084000*****************************************************************
084100
084200 8000-READ-OLD-MASTER.
084300     READ OLD-MASTER
084400         AT END
084500             SET WS-OLDMAST-EOF TO TRUE
084600         NOT AT END
084700             ADD +1 TO WS-MASTER-IN-CTR
084800     END-READ
084900     IF WS-OLDMAST-STATUS-CODE = '00' OR
085000         WS-OLDMAST-STATUS-CODE = '10' THEN
085100         CONTINUE
085200     ELSE
085300         MOVE '8000-READ-OLD-MASTER, ' TO WS-ABORT-MSG-PGRPH
085400         MOVE 'READING OLD-MASTER, ' TO WS-ABORT-MSG-EDESC
085500         MOVE WS-OLDMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
085600         MOVE 8038 TO RETURN-CODE
085700         PERFORM 9999-ABORT THRU 9999-EXIT
085800     END-IF
085900
086000     .
086100 8000-EXIT.
086200     EXIT.
086300*****************************************************************
086400*  READ DISBURSEMENT FEED ROUTINE
086500*****************************************************************
086600
086700 8100-READ-DISB-FILE.
086800     READ DISB-FILE
086900         AT END
087000             SET WS-DISB-EOF TO TRUE
087100         NOT AT END
087200             ADD +1 TO WS-DISB-REC-IN
087300     END-READ
087400     IF WS-DSBFILE-STATUS-CODE = '00' OR
087500         WS-DSBFILE-STATUS-CODE = '10' THEN
087600         CONTINUE
087700     ELSE
087800         MOVE '8100-READ-DISB-FILE, ' TO WS-ABORT-MSG-PGRPH
087900         MOVE 'READING DISB-FILE, ' TO WS-ABORT-MSG-EDESC
088000         MOVE WS-DSBFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
088100         MOVE 8138 TO RETURN-CODE
088200         PERFORM 9999-ABORT THRU 9999-EXIT
088300     END-IF
088400
088500     .
088600 8100-EXIT.
088700     EXIT.
088800*****************************************************************
088900*  READ BANK RETURN FILE ROUTINE
089000*****************************************************************
089100
089200 8200-READ-RETURN-FILE.
089300     READ RETURN-FILE
089400         AT END
089500             SET WS-RETURN-EOF TO TRUE
089600         NOT AT END
089700             ADD +1 TO WS-RET-REC-IN
089800     END-READ
089900     IF WS-RETFILE-STATUS-CODE = '00' OR
090000         WS-RETFILE-STATUS-CODE = '10' THEN
090100         CONTINUE
090200     ELSE
090300         MOVE '8200-READ-RETURN-FILE, ' TO WS-ABORT-MSG-PGRPH
090400         MOVE 'READING RETURN-FILE, ' TO WS-ABORT-MSG-EDESC
090500         MOVE WS-RETFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
090600         MOVE 8238 TO RETURN-CODE
090700         PERFORM 9999-ABORT THRU 9999-EXIT
090800     END-IF
090900
091000     .
091100 8200-EXIT.
091200     EXIT.
091300*****************************************************************
091400*  WRITE NEW MASTER RECORD
091500*****************************************************************
091600
091700 8500-WRITE-NEW-MASTER.
091800     WRITE NEW-MASTER-RECORD
091900     IF WS-NEWMAST-STATUS-CODE = '00' THEN
092000         ADD +1 TO WS-MASTER-OUT-CTR
092100     ELSE
092200         MOVE '8500-WRITE-NEW-MASTER, ' TO WS-ABORT-MSG-PGRPH
092300         MOVE 'WRITING TO NEW-MASTER, ' TO WS-ABORT-MSG-EDESC
092400         MOVE WS-NEWMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
092500         MOVE 8538 TO RETURN-CODE
092600         PERFORM 9999-ABORT THRU 9999-EXIT
092700     END-IF
092800
092900     .
093000 8500-EXIT.
093100     EXIT.
093200*****************************************************************
093300*  WRITE PRENOTE LISTING RECORD
093400*****************************************************************
093500
093600 8600-WRITE-REPORT-RECORD.
093700     WRITE PN-REPORT-RECORD
093800     IF WS-RPTFILE-STATUS-CODE = '00' THEN
093900         CONTINUE
094000     ELSE
094100         MOVE '8600-WRITE-REPORT-RECORD, ' TO WS-ABORT-MSG-PGRPH
094200         MOVE 'WRITING TO PRENOTE-REPORT, ' TO WS-ABORT-MSG-EDESC
094300         MOVE WS-RPTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
094400         MOVE 8638 TO RETURN-CODE
094500         PERFORM 9999-ABORT THRU 9999-EXIT
094600     END-IF
094700
094800     .
094900 8600-EXIT.
095000     EXIT.
095100*****************************************************************
095200*  MAJOR ERROR HANDLING ROUTINE
095300*****************************************************************
095400
095500 9999-ABORT.
095600     MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY
095700     DISPLAY 'PROGRAM: LAB38, ', WS-ABORT-MSG-STRING, ', RC='
095800         WS-RETURN-CODE-DISPLAY
095900     DIVIDE 1 BY WS-ABORT-TRIGGER GIVING WS-ABORT-CODE
096000
096100     .
096200 9999-EXIT.
096300     EXIT.
096400*****************************************************************
096500*  PHYSICAL END OF PROGRAM
096600*****************************************************************
