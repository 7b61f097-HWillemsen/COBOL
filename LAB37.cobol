000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB37.
000300 AUTHOR.        SUZI Q.
000400 DATE-WRITTEN.  OCTOBER 2026.
000500 DATE-COMPILED.
000600*****************************************************************
000700*
000800*-------------P R O G R A M  D E S C R I P T I O N--------------*
000900*
001000*    ----------------- LAB37 -----------------------
001100*
001200*    PURPOSE  THIS PROGRAM REMITS THE BONUS DEDUCTIONS LAB14
001300*    =======  TOOK ON A RUN - 401(K) DEFERRALS TO THE PLAN
001400*                TRUSTEE, CHILD SUPPORT TO THE STATE
001500*                DISBURSEMENT UNIT, AND CREDITOR GARNISHMENTS
001600*                TO THE COURT OFFICER.  IT PRINTS ONE
001700*                REMITTANCE PAGE PER PAYEE, LISTING EVERY
001800*                EMPLOYEE AND CASE NUMBER BEHIND THE PAYMENT,
001900*                AND CUTS THE MATCHING REMITTANCE FEED FOR
002000*                ACCOUNTS PAYABLE.  ITS TOTALS CLEAR THE 401(K)
002100*                CHILD SUPPORT AND CREDITOR GARNISHMENT
002200*                PAYABLES LAB14 CREDITS IN THE GL FEED.
002300*
002400*    NOTE:    A REVERSAL POSTED BY LAB14 CARRIES A NEGATIVE
002500*    =====    AMOUNT AND NETS AGAINST THE PAYEE'S REMITTANCE.
002600*             A PAYEE WHOSE NET COMES OUT NEGATIVE IS STILL
002700*             LISTED AND FED, FLAGGED FOR RECOVERY FROM THE
002800*             PAYEE RATHER THAN PAYMENT.
002900*
003000*    INPUT   TAKE-FILE       DEDTAKE  (DEDUCTIONS TAKEN - ONE
003100*    =====                             GENERATION PER LAB14 RUN)
003200*
003300*    PROCESS 1. SORT THE DEDUCTIONS TAKEN BY PAYEE, EMPLOYEE,
003400*    =======    AND PRIORITY.
003500*            2. AT EACH CHANGE OF PAYEE PRINT A REMITTANCE
003600*               PAGE AND WRITE A HEADER, ONE DETAIL PER
003700*               DEDUCTION, AND A TRAILER TO THE FEED.
003800*            3. PRINT THE RUN TOTALS ON THE LAST PAGE.
003900*
004000*    OUTPUT  REMIT-FILE      DEDREMIT (PAYEE REMITTANCE FEED)
004100*    ======  REMIT-REPORT    DEDRLIST (REMITTANCE LISTING)
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
005300* SUZI Q  PAYROLL   10/15/26  INITIAL VERSION       LAB37     000*
005320* SUZI Q  PAYROLL   10/15/26  CHILD SUPPORT AND     LAB37     001*
005330*                             CREDITOR GARNISHMENT
005340*                             TOTALLED APART TO TIE
005350*                             TO THEIR OWN GL
005360*                             PAYABLES
005400*****************************************************************
005500*
005600*****************************************************************
005700*         E N V I R O N M E N T     D I V I S I O N
005800*****************************************************************
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT TAKE-FILE      ASSIGN TO DEDTAKE
006300            FILE STATUS IS WS-TAKFILE-STATUS-CODE.
006400     SELECT TAKE-SORT-FILE ASSIGN TO SORTWK01.
006500     SELECT REMIT-FILE     ASSIGN TO DEDREMIT
006600            FILE STATUS IS WS-REMFILE-STATUS-CODE.
006700     SELECT REMIT-REPORT   ASSIGN TO DEDRLIST
006800            FILE STATUS IS WS-RPTFILE-STATUS-CODE.
006900*****************************************************************
007000*                  D A T A     D I V I S I O N
007100*****************************************************************
007200 DATA DIVISION.
007300 FILE SECTION.
007400*****************************************************************
007500*    TAKE-FILE                                      INPUT
007600*****************************************************************
007700 FD  TAKE-FILE
007800     RECORDING F
007900     LABEL RECORDS STANDARD
008000     RECORD CONTAINS 80 CHARACTERS
008100     BLOCK CONTAINS 0 RECORDS
008200     DATA RECORD IS TAKE-RECORD.
008300
008400 01  TAKE-RECORD.
008500     05  FILLER                  PIC X(80).
008600
008700*****************************************************************
008800*    TAKE-SORT-FILE - DEDUCTIONS IN PAYEE ORDER     WORKING
008900*****************************************************************
009000 SD  TAKE-SORT-FILE
009100     RECORD CONTAINS 80 CHARACTERS
009200     DATA RECORD IS TAKE-SORT-RECORD.
009300
009400 COPY DEDTCMP REPLACING
009500     DT-RECORD              BY  TAKE-SORT-RECORD
009600     DT-PAYEE-ID            BY  TS-PAYEE-ID
009700     DT-PAYEE-NAME          BY  TS-PAYEE-NAME
009800     DT-EMPLOYEE-ID         BY  TS-EMPLOYEE-ID
009900     DT-PRIORITY            BY  TS-PRIORITY
010000     DT-DEDUCTION-TYPE      BY  TS-DEDUCTION-TYPE
010100     DT-CASE-NUMBER         BY  TS-CASE-NUMBER
010200     DT-RUN-DATE            BY  TS-RUN-DATE
010300     DT-RUN-NUMBER          BY  TS-RUN-NUMBER
010400     DT-STATE-CODE          BY  TS-STATE-CODE
010500     DT-AMOUNT              BY  TS-AMOUNT
010600     DT-BALANCE-AFTER       BY  TS-BALANCE-AFTER.
010700
010800*****************************************************************
010900*    REMIT-FILE                                     OUTPUT
011000*****************************************************************
011100 FD  REMIT-FILE
011200     RECORDING F
011300     LABEL RECORDS STANDARD
011400     RECORD CONTAINS 80 CHARACTERS
011500     BLOCK CONTAINS 0 RECORDS
011600     DATA RECORD IS REMIT-RECORD.
011700
011800 01  REMIT-RECORD.
011900     05  RM-RECORD-TYPE          PIC X(01).
012000         88  RM-PAYEE-HEADER             VALUE 'H'.
012100         88  RM-DEDUCTION-DETAIL         VALUE 'D'.
012200         88  RM-PAYEE-TRAILER            VALUE 'T'.
012300     05  RM-PAYEE-ID             PIC X(08).
012400     05  RM-BODY                 PIC X(71).
012500*************** 'H' - ONE PER PAYEE, AHEAD OF ITS DETAILS
012600     05  RM-HEADER-BODY REDEFINES RM-BODY.
012700         10  RM-PAYEE-NAME       PIC X(20).
012800         10  RM-REMIT-DATE       PIC X(08).
012900         10  FILLER              PIC X(43).
013000*************** 'D' - ONE PER DEDUCTION TAKEN
013100     05  RM-DETAIL-BODY REDEFINES RM-BODY.
013200         10  RM-EMPLOYEE-ID      PIC X(08).
013300         10  RM-CASE-NUMBER      PIC X(10).
013400         10  RM-DEDUCTION-TYPE   PIC X(01).
013500         10  RM-RUN-DATE         PIC X(08).
013600         10  RM-RUN-NUMBER       PIC 9(05).
013700         10  RM-AMOUNT           PIC S9(09)V99
013800                                 SIGN LEADING SEPARATE.
013900         10  FILLER              PIC X(27).
014000*************** 'T' - CLOSES THE PAYEE; NET MAY BE NEGATIVE
014100     05  RM-TRAILER-BODY REDEFINES RM-BODY.
014200         10  RM-DETAIL-COUNT     PIC 9(07).
014300         10  RM-PAYEE-TOTAL      PIC S9(11)V99
014400                                 SIGN LEADING SEPARATE.
014500         10  FILLER              PIC X(50).
014600
014700*****************************************************************
014800*    REMIT-REPORT                                   OUTPUT
014900*****************************************************************
015000 FD  REMIT-REPORT
015100     RECORDING F
015200     LABEL RECORDS STANDARD
015300     RECORD CONTAINS 133 CHARACTERS
015400     BLOCK CONTAINS 0 RECORDS
015500     DATA RECORD IS RPT-RECORD.
015600
015700 01  RPT-RECORD.
015800     05  FILLER                  PIC X(133).
015900
016000*****************************************************************
016100*    W O R K I N G - S T O R A G E
016200*****************************************************************
016300
016400 WORKING-STORAGE SECTION.
016500
016600 01  WS-START-OF-WORKING-STORAGE.
016700     05 WS-START-OF-WS-MARKER           PIC X(37)
016800        VALUE 'LAB37 WORKING STORAGE BEGINS HERE'.
016900***********************
017000*  ERROR CODES        *
017100***********************
017200
017300 01  WS-ERROR-CODES.
017400     05  WS-TAKFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
017500     05  WS-REMFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
017600     05  WS-RPTFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
017700     05  WS-ABORT-TRIGGER        PIC S9(1) VALUE 0.
017800     05  WS-ABORT-CODE           PIC S9(1).
017900     05  WS-RETURN-CODE-DISPLAY  PIC S9(5) COMP-3.
018000
018100***********************
018200*  MESSAGE STRINGS    *
018300***********************
018400
018500 01  WS-ABORT-MSG-STRING.
018600     05  WS-ABORT-MSG-ERRLB      PIC X(06) VALUE 'ERROR '.
018700     05  WS-ABORT-MSG-EDESC      PIC X(28).
018800     05  WS-ABORT-MSG-IN         PIC X(14) VALUE ' IN PARAGRAPH '.
018900     05  WS-ABORT-MSG-PGRPH      PIC X(28).
019000     05  WS-ABORT-MSG-RCLBL      PIC X(08) VALUE 'SYS RC: '.
019100     05  WS-ABORT-MSG-SYSRC      PIC X(02).
019200
019300***********************
019400*  SWITCHES           *
019500***********************
019600
019700 01  SWITCHES.
019800     05  WS-TAKE-SORT-SWITCH     PIC X(01) VALUE 'N'.
019900         88  WS-TAKE-SORT-EOF              VALUE 'Y'.
020000
020100***********************
020200*  ACCUMULATORS       *
020300***********************
020400
020500 01  ACCUMULATORS.
020600     05  WS-REC-IN               PIC S9(07) COMP-3     VALUE +0.
020700     05  WS-PAYEES-REMITTED      PIC S9(05) COMP-3     VALUE +0.
020800     05  WS-PAYEES-IN-DEBIT      PIC S9(05) COMP-3     VALUE +0.
020900     05  WS-PAYEE-COUNT          PIC S9(07) COMP-3     VALUE +0.
021000     05  WS-PAYEE-TOTAL          PIC S9(11)V99 COMP-3  VALUE +0.
021100     05  WS-RUN-TOTAL            PIC S9(11)V99 COMP-3  VALUE +0.
021200     05  WS-RUN-401K             PIC S9(11)V99 COMP-3  VALUE +0.
021300     05  WS-RUN-CHILD-SUPPORT    PIC S9(11)V99 COMP-3  VALUE +0.
021350     05  WS-RUN-CREDITOR-GARN    PIC S9(11)V99 COMP-3  VALUE +0.
021400
021500***********************
021600*  WORK FIELDS        *
021700***********************
021800
021900 01  WS-WORK-FIELDS.
022000     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
022100     05  WS-CURRENT-PAYEE-ID     PIC X(08)  VALUE SPACES.
022200
022300***********************
022400*  RECORD LAYOUTS     *
022500***********************
022600
022700 01  WS-RPT-HEADER-1.
022800     05 WR1-ASA-CODE             PIC X(01) VALUE '1'.
022900     05 WR1-TITLE                PIC X(44) VALUE
023000                  'BONUS DEDUCTION REMITTANCE'.
023100     05 WR1-PAYEE-LABEL          PIC X(07) VALUE 'PAYEE: '.
023200     05 WR1-PAYEE-ID             PIC X(08).
023300     05 WR1-COL-DIV-1            PIC X(03) VALUE SPACES.
023400     05 WR1-DATE-LABEL           PIC X(10) VALUE 'RUN DATE: '.
023500     05 WR1-RUN-DATE             PIC X(08).
023600     05 WR1-FILLER               PIC X(52) VALUE SPACES.
023700
023800 01  WS-RPT-HEADER-2.
023900     05 WR2-ASA-CODE             PIC X(01) VALUE ' '.
024000     05 WR2-NAME-LABEL           PIC X(26) VALUE
024100        'REMIT TO                 :'.
024200     05 WR2-PAYEE-NAME           PIC X(20).
024300     05 WR2-FILLER               PIC X(86) VALUE SPACES.
024400
024500 01  WS-RPT-COL-HEADER.
024600     05 WRC-ASA-CODE             PIC X(01) VALUE '0'.
024700     05 WRC-EMPLOYEE-LABEL       PIC X(08) VALUE 'EMPLOYEE'.
024800     05 WRC-COL-DIV-0            PIC X(02) VALUE SPACES.
024900     05 WRC-PRIORITY-LABEL       PIC X(03) VALUE 'PRI'.
025000     05 WRC-COL-DIV-1            PIC X(01) VALUE SPACES.
025100     05 WRC-TYPE-LABEL           PIC X(02) VALUE 'TY'.
025200     05 WRC-COL-DIV-2            PIC X(02) VALUE SPACES.
025300     05 WRC-CASE-LABEL           PIC X(10) VALUE 'CASE NO.'.
025400     05 WRC-COL-DIV-3            PIC X(02) VALUE SPACES.
025500     05 WRC-RUN-DATE-LABEL       PIC X(08) VALUE 'RUN DATE'.
025600     05 WRC-COL-DIV-4            PIC X(02) VALUE SPACES.
025700     05 WRC-RUN-NUMBER-LABEL     PIC X(05) VALUE 'RUN #'.
025800     05 WRC-COL-DIV-5            PIC X(02) VALUE SPACES.
025900     05 WRC-STATE-LABEL          PIC X(02) VALUE 'ST'.
026000     05 WRC-COL-DIV-6            PIC X(09) VALUE SPACES.
026100     05 WRC-AMOUNT-LABEL         PIC X(06) VALUE 'AMOUNT'.
026200     05 WRC-COL-DIV-7            PIC X(04) VALUE SPACES.
026300     05 WRC-BALANCE-LABEL        PIC X(12) VALUE 'BALANCE LEFT'.
026400     05 WRC-FILLER               PIC X(52) VALUE SPACES.
026500
026600 01  WS-RPT-DETAIL.
026700     05 WRD-ASA-CODE             PIC X(01) VALUE ' '.
026800     05 WRD-EMPLOYEE-ID          PIC X(08).
026900     05 WRD-COL-DIV-0            PIC X(03) VALUE SPACES.
027000     05 WRD-PRIORITY             PIC 9(02).
027100     05 WRD-COL-DIV-1            PIC X(02) VALUE SPACES.
027200     05 WRD-DEDUCTION-TYPE       PIC X(01).
027300     05 WRD-COL-DIV-2            PIC X(02) VALUE SPACES.
027400     05 WRD-CASE-NUMBER          PIC X(10).
027500     05 WRD-COL-DIV-3            PIC X(02) VALUE SPACES.
027600     05 WRD-RUN-DATE             PIC X(08).
027700     05 WRD-COL-DIV-4            PIC X(02) VALUE SPACES.
027800     05 WRD-RUN-NUMBER           PIC 9(05).
027900     05 WRD-COL-DIV-5            PIC X(02) VALUE SPACES.
028000     05 WRD-STATE-CODE           PIC X(02).
028100     05 WRD-COL-DIV-6            PIC X(01) VALUE SPACES.
028200     05 WRD-AMOUNT               PIC ZZ,ZZZ,ZZ9.99-.
028300     05 WRD-COL-DIV-7            PIC X(02) VALUE SPACES.
028400     05 WRD-BALANCE-AFTER        PIC ZZ,ZZZ,ZZ9.99-.
028500     05 WRD-FILLER               PIC X(52) VALUE SPACES.
028600
028700 01  WS-RPT-COUNT-LINE.
028800     05 WRN-ASA-CODE             PIC X(01) VALUE '0'.
028900     05 WRN-LABEL                PIC X(26).
029000     05 WRN-COUNT                PIC Z,ZZZ,ZZ9.
029100     05 WRN-FILLER               PIC X(97) VALUE SPACES.
029200
029300 01  WS-RPT-AMOUNT-LINE.
029400     05 WRA-ASA-CODE             PIC X(01) VALUE ' '.
029500     05 WRA-LABEL                PIC X(26).
029600     05 WRA-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
029700     05 WRA-FILLER               PIC X(91) VALUE SPACES.
029800
029900 01  WS-RPT-FOOTER.
030000     05 WRF-ASA-CODE             PIC X(01) VALUE '-'.
030100     05 WRF-MESSAGE              PIC X(60).
030200     05 WRF-FILLER               PIC X(72) VALUE SPACES.
030300
030400 01  WS-END-OF-WORKING-STORAGE.
030500     05 WS-END-OF-WS-MARKER      PIC X(35) VALUE
030600        'LAB37 WORKING STORAGE ENDS HERE'.
030700*****************************************************************
030800*          P R O C E D U R E     D I V I S I O N
030900*****************************************************************
031000
031100 PROCEDURE DIVISION.
031200 0000-MAINLINE.
031300     PERFORM 1000-INITIALIZATION  THRU 1000-EXIT
031400     PERFORM 2000-SORT-AND-REMIT  THRU 2000-EXIT
031500     PERFORM 3000-PRINT-RUN-TOTALS THRU 3000-EXIT
031600     PERFORM 4000-TERMINATE       THRU 4000-EXIT
031700     GOBACK
031800
031900     .
032000*****************************************************************
032100*  INITIALIZATION ROUTINE
032200*****************************************************************
032300
032400 1000-INITIALIZATION.
032500     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
032600
032700     OPEN OUTPUT REMIT-FILE
032800     IF WS-REMFILE-STATUS-CODE = '00' THEN
032900         CONTINUE
033000     ELSE
033100         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
033200         MOVE 'OPENING REMIT-FILE, ' TO WS-ABORT-MSG-EDESC
033300         MOVE WS-REMFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
033400         MOVE 3701 TO RETURN-CODE
033500         PERFORM 9999-ABORT THRU 9999-EXIT
033600     END-IF
033700
033800     OPEN OUTPUT REMIT-REPORT
033900     IF WS-RPTFILE-STATUS-CODE = '00' THEN
034000         CONTINUE
034100     ELSE
034200         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
034300         MOVE 'OPENING REMIT-REPORT, ' TO WS-ABORT-MSG-EDESC
034400         MOVE WS-RPTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
034500         MOVE 3702 TO RETURN-CODE
034600         PERFORM 9999-ABORT THRU 9999-EXIT
034700     END-IF
034800
034900     .
035000 1000-EXIT.
035100     EXIT.
035200*****************************************************************
035300*  SORT THE DEDUCTIONS TAKEN INTO PAYEE ORDER AND REMIT THEM
035400*****************************************************************
035500
035600 2000-SORT-AND-REMIT.
035700     SORT TAKE-SORT-FILE
035800         ASCENDING KEY TS-PAYEE-ID TS-EMPLOYEE-ID TS-PRIORITY
035900         USING TAKE-FILE
036000         OUTPUT PROCEDURE IS 2100-REMIT-PAYEES THRU 2100-EXIT
036100
036200     IF SORT-RETURN NOT = 0 THEN
036300         DISPLAY 'SORT ABENDED - SORT-RETURN = ', SORT-RETURN
036400         MOVE '2000-SORT-AND-REMIT, ' TO WS-ABORT-MSG-PGRPH
036500         MOVE 'SORTING TAKE-FILE, ' TO WS-ABORT-MSG-EDESC
036600         MOVE '  ' TO WS-ABORT-MSG-SYSRC
036700         MOVE 3703 TO RETURN-CODE
036800         PERFORM 9999-ABORT THRU 9999-EXIT
036900     END-IF
037000
037100     .
037200 2000-EXIT.
037300     EXIT.
037400*****************************************************************
037500*  SORT OUTPUT PROCEDURE - ONE PASS PER PAYEE
037600*****************************************************************
037700
037800 2100-REMIT-PAYEES.
037900     PERFORM 8000-READ-TAKE-SORT THRU 8000-EXIT
038000     PERFORM 2200-REMIT-ONE-PAYEE THRU 2200-EXIT
038100         UNTIL WS-TAKE-SORT-EOF
038200
038300     .
038400 2100-EXIT.
038500     EXIT.
038600*****************************************************************
038700*  ONE PAYEE - PAGE HEADING AND FEED HEADER, EVERY DEDUCTION
038800*  FOR THE PAYEE, THEN THE PAYEE TOTAL AND FEED TRAILER
038900*****************************************************************
039000
039100 2200-REMIT-ONE-PAYEE.
039200     MOVE TS-PAYEE-ID           TO WS-CURRENT-PAYEE-ID
039300     MOVE ZERO                  TO WS-PAYEE-COUNT
039400     MOVE ZERO                  TO WS-PAYEE-TOTAL
039500
039600     MOVE TS-PAYEE-ID           TO WR1-PAYEE-ID
039700     MOVE WS-RUN-DATE           TO WR1-RUN-DATE
039800     MOVE WS-RPT-HEADER-1       TO RPT-RECORD
039900     PERFORM 8500-WRITE-RPT-RECORD THRU 8500-EXIT
040000     MOVE TS-PAYEE-NAME         TO WR2-PAYEE-NAME
040100     MOVE WS-RPT-HEADER-2       TO RPT-RECORD
040200     PERFORM 8500-WRITE-RPT-RECORD THRU 8500-EXIT
040300     MOVE WS-RPT-COL-HEADER     TO RPT-RECORD
040400     PERFORM 8500-WRITE-RPT-RECORD THRU 8500-EXIT
040500
040600     MOVE SPACES                TO REMIT-RECORD
040700     SET RM-PAYEE-HEADER        TO TRUE
040800     MOVE TS-PAYEE-ID           TO RM-PAYEE-ID
040900     MOVE TS-PAYEE-NAME         TO RM-PAYEE-NAME
041000     MOVE WS-RUN-DATE           TO RM-REMIT-DATE
041100     PERFORM 8600-WRITE-REMIT-RECORD THRU 8600-EXIT
041200
041300     PERFORM 2300-REMIT-ONE-DEDUCTION THRU 2300-EXIT
041400         UNTIL WS-TAKE-SORT-EOF
041500         OR TS-PAYEE-ID NOT = WS-CURRENT-PAYEE-ID
041600
041700     MOVE 'DEDUCTIONS REMITTED      :' TO WRN-LABEL
041800     MOVE WS-PAYEE-COUNT        TO WRN-COUNT
041900     MOVE WS-RPT-COUNT-LINE     TO RPT-RECORD
042000     PERFORM 8500-WRITE-RPT-RECORD THRU 8500-EXIT
042100
042200     MOVE 'TOTAL DUE TO PAYEE       :' TO WRA-LABEL
042300     MOVE WS-PAYEE-TOTAL        TO WRA-AMOUNT
042400     MOVE WS-RPT-AMOUNT-LINE    TO RPT-RECORD
042500     PERFORM 8500-WRITE-RPT-RECORD THRU 8500-EXIT
042600
042700     IF WS-PAYEE-TOTAL < ZERO THEN
042800         MOVE 'NET IS A DEBIT - RECOVER THE AMOUNT FROM THE PAYEE'
042900             TO WRF-MESSAGE
043000         ADD +1 TO WS-PAYEES-IN-DEBIT
043100     ELSE
043200         MOVE 'REMIT THE TOTAL ABOVE, QUOTING EACH CASE NUMBER'
043300             TO WRF-MESSAGE
043400     END-IF
043500     MOVE WS-RPT-FOOTER         TO RPT-RECORD
043600     PERFORM 8500-WRITE-RPT-RECORD THRU 8500-EXIT
043700
043800     MOVE SPACES                TO REMIT-RECORD
043900     SET RM-PAYEE-TRAILER       TO TRUE
044000     MOVE WS-CURRENT-PAYEE-ID   TO RM-PAYEE-ID
044100     MOVE WS-PAYEE-COUNT        TO RM-DETAIL-COUNT
044200     MOVE WS-PAYEE-TOTAL        TO RM-PAYEE-TOTAL
044300     PERFORM 8600-WRITE-REMIT-RECORD THRU 8600-EXIT
044400
044500     ADD +1                     TO WS-PAYEES-REMITTED
044600     ADD WS-PAYEE-TOTAL         TO WS-RUN-TOTAL
044700
044800     .
044900 2200-EXIT.
045000     EXIT.
045100*****************************************************************
045200*  ONE DEDUCTION TAKEN - LISTING LINE AND FEED DETAIL
045300*****************************************************************
045400
045500 2300-REMIT-ONE-DEDUCTION.
045600     MOVE SPACES                TO WS-RPT-DETAIL
045700     MOVE TS-EMPLOYEE-ID        TO WRD-EMPLOYEE-ID
045800     MOVE TS-PRIORITY           TO WRD-PRIORITY
045900     MOVE TS-DEDUCTION-TYPE     TO WRD-DEDUCTION-TYPE
046000     MOVE TS-CASE-NUMBER        TO WRD-CASE-NUMBER
046100     MOVE TS-RUN-DATE           TO WRD-RUN-DATE
046200     MOVE TS-RUN-NUMBER         TO WRD-RUN-NUMBER
046300     MOVE TS-STATE-CODE         TO WRD-STATE-CODE
046400     MOVE TS-AMOUNT             TO WRD-AMOUNT
046500     MOVE TS-BALANCE-AFTER      TO WRD-BALANCE-AFTER
046600     MOVE WS-RPT-DETAIL         TO RPT-RECORD
046700     PERFORM 8500-WRITE-RPT-RECORD THRU 8500-EXIT
046800
046900     MOVE SPACES                TO REMIT-RECORD
047000     SET RM-DEDUCTION-DETAIL    TO TRUE
047100     MOVE TS-PAYEE-ID           TO RM-PAYEE-ID
047200     MOVE TS-EMPLOYEE-ID        TO RM-EMPLOYEE-ID
047300     MOVE TS-CASE-NUMBER        TO RM-CASE-NUMBER
047400     MOVE TS-DEDUCTION-TYPE     TO RM-DEDUCTION-TYPE
047500     MOVE TS-RUN-DATE           TO RM-RUN-DATE
047600     MOVE TS-RUN-NUMBER         TO RM-RUN-NUMBER
047700     MOVE TS-AMOUNT             TO RM-AMOUNT
047800     PERFORM 8600-WRITE-REMIT-RECORD THRU 8600-EXIT
047900
048000     ADD +1                     TO WS-PAYEE-COUNT
048100     ADD TS-AMOUNT              TO WS-PAYEE-TOTAL
048200     EVALUATE TS-DEDUCTION-TYPE
048300         WHEN 'K'
048350             ADD TS-AMOUNT      TO WS-RUN-401K
048400         WHEN 'C'
048450             ADD TS-AMOUNT      TO WS-RUN-CHILD-SUPPORT
048500         WHEN OTHER
048550             ADD TS-AMOUNT      TO WS-RUN-CREDITOR-GARN
048600     END-EVALUATE
048700
048800     PERFORM 8000-READ-TAKE-SORT THRU 8000-EXIT
048900
049000     .
049100 2300-EXIT.
049200     EXIT.
049300*****************************************************************
049400*  LAST PAGE - RUN TOTALS TO TIE TO THE LAB14 GL PAYABLES
049500*****************************************************************
049600
049700 3000-PRINT-RUN-TOTALS.
049800     MOVE SPACES                TO WR1-PAYEE-ID
049900     MOVE WS-RUN-DATE           TO WR1-RUN-DATE
050000     MOVE WS-RPT-HEADER-1       TO RPT-RECORD
050100     PERFORM 8500-WRITE-RPT-RECORD THRU 8500-EXIT
050200
050300     MOVE 'DEDUCTIONS READ          :' TO WRN-LABEL
050400     MOVE WS-REC-IN             TO WRN-COUNT
050500     MOVE WS-RPT-COUNT-LINE     TO RPT-RECORD
050600     PERFORM 8500-WRITE-RPT-RECORD THRU 8500-EXIT
050700
050800     MOVE 'PAYEES REMITTED          :' TO WRN-LABEL
050900     MOVE WS-PAYEES-REMITTED    TO WRN-COUNT
051000     MOVE WS-RPT-COUNT-LINE     TO RPT-RECORD
051100     PERFORM 8500-WRITE-RPT-RECORD THRU 8500-EXIT
051200
051300     MOVE 'PAYEES IN DEBIT          :' TO WRN-LABEL
051400     MOVE WS-PAYEES-IN-DEBIT    TO WRN-COUNT
051500     MOVE WS-RPT-COUNT-LINE     TO RPT-RECORD
051600     PERFORM 8500-WRITE-RPT-RECORD THRU 8500-EXIT
051700
051800     MOVE '401(K) DEFERRALS         :' TO WRA-LABEL
051900     MOVE WS-RUN-401K           TO WRA-AMOUNT
052000     MOVE WS-RPT-AMOUNT-LINE    TO RPT-RECORD
052100     PERFORM 8500-WRITE-RPT-RECORD THRU 8500-EXIT
052200
052300     MOVE 'CHILD SUPPORT            :' TO WRA-LABEL
052400     MOVE WS-RUN-CHILD-SUPPORT  TO WRA-AMOUNT
052500     MOVE WS-RPT-AMOUNT-LINE    TO RPT-RECORD
052600     PERFORM 8500-WRITE-RPT-RECORD THRU 8500-EXIT
052610
052620     MOVE 'CREDITOR GARNISHMENTS    :' TO WRA-LABEL
052630     MOVE WS-RUN-CREDITOR-GARN  TO WRA-AMOUNT
052640     MOVE WS-RPT-AMOUNT-LINE    TO RPT-RECORD
052650     PERFORM 8500-WRITE-RPT-RECORD THRU 8500-EXIT
052700
052800     MOVE 'TOTAL REMITTED           :' TO WRA-LABEL
052900     MOVE WS-RUN-TOTAL          TO WRA-AMOUNT
053000     MOVE WS-RPT-AMOUNT-LINE    TO RPT-RECORD
053100     PERFORM 8500-WRITE-RPT-RECORD THRU 8500-EXIT
053200
053300     .
053400 3000-EXIT.
053500     EXIT.
053600*****************************************************************
053700*  TERMINATION ROUTINE
053800*****************************************************************
053900
054000 4000-TERMINATE.
054100     CLOSE REMIT-FILE, REMIT-REPORT
054200
054300     DISPLAY '*** LAB37...TOTALS ***'
054400     DISPLAY 'DEDUCTIONS READ          : ' WS-REC-IN
054500     DISPLAY 'PAYEES REMITTED          : ' WS-PAYEES-REMITTED
054600     DISPLAY 'PAYEES IN DEBIT          : ' WS-PAYEES-IN-DEBIT
054700     DISPLAY 'TOTAL REMITTED           : ' WS-RUN-TOTAL
054800
054900     MOVE 0 TO RETURN-CODE
055000
055100     .
055200 4000-EXIT.
055300     EXIT.
055400*****************************************************************
055500*  RETURN THE NEXT SORTED DEDUCTION
055600*****************************************************************
055700
055800 8000-READ-TAKE-SORT.
055900     RETURN TAKE-SORT-FILE
056000         AT END
056100             SET WS-TAKE-SORT-EOF TO TRUE
056200         NOT AT END
056300             ADD +1 TO WS-REC-IN
056400     END-RETURN
056500
056600     .
056700 8000-EXIT.
056800     EXIT.
056900*****************************************************************
057000*  WRITE REMITTANCE LISTING RECORD
057100*****************************************************************
057200
057300 8500-WRITE-RPT-RECORD.
057400     WRITE RPT-RECORD
057500     IF WS-RPTFILE-STATUS-CODE = '00' THEN
057600         CONTINUE
057700     ELSE
057800         MOVE '8500-WRITE-RPT-RECORD, ' TO WS-ABORT-MSG-PGRPH
057900         MOVE 'WRITING TO REMIT-REPORT, ' TO WS-ABORT-MSG-EDESC
058000         MOVE WS-RPTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
058100         MOVE 8537 TO RETURN-CODE
058200         PERFORM 9999-ABORT THRU 9999-EXIT
058300     END-IF
058400
058500     .
058600 8500-EXIT.
058700     EXIT.
058800*****************************************************************
058900*  WRITE REMITTANCE FEED RECORD
059000*****************************************************************
059100
059200 8600-WRITE-REMIT-RECORD.
059300     WRITE REMIT-RECORD
059400     IF WS-REMFILE-STATUS-CODE = '00' THEN
059500         CONTINUE
059600     ELSE
059700         MOVE '8600-WRITE-REMIT-RECORD, ' TO WS-ABORT-MSG-PGRPH
059800         MOVE 'WRITING TO REMIT-FILE, ' TO WS-ABORT-MSG-EDESC
059900         MOVE WS-REMFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
060000         MOVE 8637 TO RETURN-CODE
060100         PERFORM 9999-ABORT THRU 9999-EXIT
060200     END-IF
060300
060400     .
060500 8600-EXIT.
060600     EXIT.
060700*****************************************************************
060800*  MAJOR ERROR HANDLING ROUTINE
060900*****************************************************************
061000
061100 9999-ABORT.
061200     MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY
061300     DISPLAY 'PROGRAM: LAB37, ', WS-ABORT-MSG-STRING, ', RC='
061400         WS-RETURN-CODE-DISPLAY
061500     DIVIDE 1 BY WS-ABORT-TRIGGER GIVING WS-ABORT-CODE
061600
061700     .
061800 9999-EXIT.
061900     EXIT.
062000*****************************************************************
062100*  PHYSICAL END OF PROGRAM
062200*****************************************************************
