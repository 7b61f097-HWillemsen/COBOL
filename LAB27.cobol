001800*                COUNTS AND TOTALS, AND WRITES ONE REMITTANCE
001900*                FEED RECORD PER STATE FOR THE PAYMENTS GROUP -
002000*                NO MORE RE-ADDING MONTHLY CONTROL REPORTS ON
002040*                A CALCULATOR.  EACH LEGAL ENTITY REMITS UNDER
002080*                ITS OWN FEDERAL ID, SO THE STATES ARE SUMMED AND
002120*                CUT PER COMPANY, AND EACH COMPANY'S FEED RECORDS
002160*                END WITH A COMPANY TRAILER.
002200*
002225*    NOTE:    A POSTING BELONGS TO THE QUARTER ITS BANK PAY DATE
002250*    =====    FALLS IN, SINCE THAT IS WHEN THE TAX WAS PAID OVER
002275*             (THE RUN DATE WHEN THE POSTING PREDATES THE PAY
002300*             DATE).  A LATE-MONTH RUN CAN PAY IN THE NEXT MONTH,
002325*             SO THE RUN MONTHS FROM THE MONTH BEFORE THE QUARTER
002350*             THROUGH ITS LAST MONTH ARE READ, THROUGH THE
002375*             RUN-MONTH ALTERNATE INDEX (BONHIST1 PATH); NO SORT
002400*             IS NEEDED BECAUSE THE STATE SUMS ARE HELD IN
002433*                CORE, ONE BUCKET PER COMPANY AND STATE.  HISTORY
002466*                POSTED BEFORE THE COMPANY CODE WAS CARRIED HAS A
002499*                BLANK COMPANY AND IS REMITTED UNDER THE FIRST
002532*                (LOWEST CODE) COMPANY ON THE TABLE - THE ORIGINAL
002565*                SINGLE PAYING ENTITY.
002600*
002700*    INPUT   HIST-RECORD        COPYLIB MEMBER BONHCMP (BONHIST)
002766*    =====   COMP-RECORD        COPYLIB MEMBER COMPCMP (COMPANY)
002832*            LS-REMIT-REQUEST   QUARTER BEING REMITTED (PARM):
002900*                COL 1-4  YEAR YYYY
003000*                COL 5    BLANK
003100*                COL 6    QUARTER 1-4
003200*
003300*    PROCESS 1. EDIT THE REQUESTED YEAR AND QUARTER.
003400*    ======= 2. READ THE QUARTER'S HISTORY AND ROLL THE
003480*               QUARTER'S POSTINGS UP BY COMPANY AND STATE.
003560*            3. FOR EACH COMPANY, PRINT ONE VOUCHER PAGE AND
003640*               WRITE ONE REMITTANCE FEED RECORD PER STATE, THEN
003720*               A COMPANY TRAILER RECORD.
003800*
003900*    OUTPUT  REMIT-RECORD       REMITTANCE FEED (REMFEED)
004000*    ======  VCHR-RECORD        REMITTANCE VOUCHERS (VCHRRPT)
005000* PERSON  PROJECT   DATE      DESCRIPTION          PROGRAM   VER*
005100* ------  --------  --------  -------------------  -------   ---*
005200* SUZI Q  PAYROLL   09/02/26  INITIAL VERSION       LAB27     000*
005233* SUZI Q  PAYROLL   10/15/26  READ THE QUARTER BY   LAB27     001*
005266*                             RUN-MONTH INDEX
005274* SUZI Q  PAYROLL   10/15/26  REMITTANCES CUT PER   LAB27     002*
005282*                             COMPANY WITH COMPANY
005290*                             TRAILERS
005293* SUZI Q  PAYROLL   10/15/26  QUARTER BY BANK PAY   LAB27     003*
005296*                             DATE, NOT RUN DATE
005297* SUZI Q  PAYROLL   10/15/26  BONHIST WIDENED TO    LAB27     004*
005298*                             120 BYTES
005300*****************************************************************
005400*
005500*****************************************************************
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT HIST-FILE      ASSIGN TO BONHIST
006116            ORGANIZATION IS INDEXED
006132            ACCESS MODE IS DYNAMIC
006148            RECORD KEY IS BH-KEY
006164            ALTERNATE RECORD KEY IS BH-RUN-MONTH
006180                WITH DUPLICATES
006200            FILE STATUS IS WS-HSTFILE-STATUS-CODE.
006300     SELECT REMIT-FILE     ASSIGN TO REMFEED
006400            FILE STATUS IS WS-REMFILE-STATUS-CODE.
006500     SELECT VCHR-REPORT    ASSIGN TO VCHRRPT
006600            FILE STATUS IS WS-VCHFILE-STATUS-CODE.
006633     SELECT COMP-FILE      ASSIGN TO COMPANY
006666            FILE STATUS IS WS-CMPFILE-STATUS-CODE.
006700*****************************************************************
006800*                  D A T A     D I V I S I O N
006900*****************************************************************
007300*    HIST-FILE                                      INPUT
007400*****************************************************************
007500 FD  HIST-FILE
007700     LABEL RECORDS STANDARD
007850     RECORD CONTAINS 120 CHARACTERS
008000     DATA RECORD IS HIST-RECORD.
008100
008200 COPY BONHCMP REPLACING
008300     HC-RECORD              BY  HIST-RECORD
008350     HC-KEY                 BY  BH-KEY
008400     HC-EMPLOYEE-ID         BY  BH-EMPLOYEE-ID
008500     HC-RUN-DATE            BY  BH-RUN-DATE
008525     HC-RUN-MONTH           BY  BH-RUN-MONTH
008550     HC-RUN-DAY             BY  BH-RUN-DAY
008575     HC-SEQUENCE-NO         BY  BH-SEQUENCE-NO
008600     HC-STATE-CODE          BY  BH-STATE-CODE
008700     HC-FED-TAX-EXEMPT-CODE BY  BH-FED-TAX-EXEMPT-CODE
008800     HC-ST-TAX-EXEMPT-CODE  BY  BH-ST-TAX-EXEMPT-CODE
008900     HC-GROSS               BY  BH-GROSS
009000     HC-FEDTX               BY  BH-FEDTX
009100     HC-STATETX             BY  BH-STATETX
009166     HC-NET                 BY  BH-NET
009210     HC-COMPANY-CODE        BY  BH-COMPANY-CODE
009254     HC-PAY-DATE            BY  BH-PAY-DATE.
009300
009400*****************************************************************
009500*    REMIT-FILE                                     OUTPUT
010400 01  REMIT-RECORD.
010500     05  RM-RECORD-TYPE          PIC X(01).
010600*                         'R' = ONE STATE'S QUARTERLY REMITTANCE
010633*                         'T' = COMPANY TRAILER - THE SUM OF THE
010666*                               COMPANY'S 'R' RECORDS (STATE
010683*                               BLANK)
010700     05  RM-STATE-CODE           PIC X(02).
010800     05  RM-TAX-YEAR             PIC X(04).
010900     05  RM-QUARTER              PIC X(01).
011000     05  RM-POSTING-COUNT        PIC 9(07).
011100     05  RM-STATE-TAX            PIC 9(11)V99.
011109     05  RM-COMPANY-CODE         PIC X(04).
011118     05  RM-STATE-COUNT          PIC 9(03).
011127*                         'T' ONLY - NUMBER OF 'R' RECORDS
011136     05  FILLER                  PIC X(45).
011145
011154*****************************************************************
011163*    COMP-FILE - COMPANY TABLE                      INPUT
011172*****************************************************************
011181 FD  COMP-FILE
011190     RECORDING F
011199     LABEL RECORDS STANDARD
011208     RECORD CONTAINS 80 CHARACTERS
011217     BLOCK CONTAINS 0 RECORDS
011226     DATA RECORD IS COMP-RECORD.
011235
011244 COPY COMPCMP REPLACING
011253     CO-RECORD              BY  COMP-RECORD
011262     CO-COMPANY-CODE        BY  CM-COMPANY-CODE
011271     CO-COMPANY-NAME        BY  CM-COMPANY-NAME
011280     CO-FEDERAL-ID          BY  CM-FEDERAL-ID.
011300
011400*****************************************************************
011500*    VCHR-REPORT                                    OUTPUT
013800***********************
013900
014000 01  WS-CONSTANTS.
014066     05  WS-C-STATE-TABLE-SIZE   PIC S9(03)     COMP-3 VALUE 500.
014132     05  WS-C-COMPANY-TABLE-SIZE PIC S9(03)     COMP-3 VALUE 10.
014200
014300***********************
014400*  ERROR CODES        *
014800     05  WS-HSTFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
014900     05  WS-REMFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
015000     05  WS-VCHFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
015050     05  WS-CMPFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
015100     05  WS-ABORT-TRIGGER        PIC S9(1) VALUE 0.
015200     05  WS-ABORT-CODE           PIC S9(1).
015300     05  WS-RETURN-CODE-DISPLAY  PIC S9(5) COMP-3.
017100 01  SWITCHES.
017200     05  WS-HIST-FILE-SWITCH     PIC X(01) VALUE 'N'.
017300         88  WS-HIST-EOF                   VALUE 'Y'.
017320     05  WS-COMP-FILE-SWITCH     PIC X(01) VALUE 'N'.
017340         88  WS-COMP-EOF                   VALUE 'Y'.
017360     05  WS-COMP-FOUND-SWITCH    PIC X(01) VALUE 'N'.
017380         88  WS-COMPANY-FOUND              VALUE 'Y'.
017400
017500***********************
017600*  ACCUMULATORS       *
018100     05  WS-REC-SELECTED         PIC S9(07) COMP-3     VALUE +0.
018200     05  WS-STATES-REMITTED      PIC S9(03) COMP-3     VALUE +0.
018300     05  WS-TOTAL-STATETX        PIC S9(11)V99 COMP-3  VALUE +0.
018320     05  WS-COMPANIES-REMITTED   PIC S9(03) COMP-3     VALUE +0.
018340     05  WS-CO-STATE-COUNT       PIC S9(03) COMP-3     VALUE +0.
018360     05  WS-CO-POSTING-COUNT     PIC S9(07) COMP-3     VALUE +0.
018380     05  WS-CO-STATETX           PIC S9(11)V99 COMP-3  VALUE +0.
018400
018500***********************
018600*  WORK FIELDS        *
019000     05  WS-FROM-MONTH           PIC X(02)  VALUE SPACES.
019100     05  WS-TO-MONTH             PIC X(02)  VALUE SPACES.
019200     05  WS-POSTING-MONTH        PIC X(02)  VALUE SPACES.
019220     05  WS-FIRST-RUN-MONTH      PIC X(06)  VALUE SPACES.
019225     05  WS-FIRST-RUN-MONTH-9    REDEFINES WS-FIRST-RUN-MONTH.
019230         10  WS-FIRST-RUN-YEAR   PIC 9(04).
019235         10  WS-FIRST-RUN-MM     PIC 9(02).
019240     05  WS-LAST-RUN-MONTH       PIC X(06)  VALUE SPACES.
019246*************** YYYYMM BOUNDS OF THE RUN MONTHS READ ON THE
019252*************** RUN-MONTH ALTERNATE INDEX
019258     05  WS-PAID-DATE            PIC X(08)  VALUE SPACES.
019264*************** THE POSTING'S BANK PAY DATE, OR ITS RUN DATE WHEN
019270*************** THE POSTING PREDATES THE PAY DATE
019281     05  WS-COMPANY-KEY          PIC X(04)  VALUE SPACES.
019282     05  WS-LAST-COMPANY-CODE    PIC X(04)  VALUE LOW-VALUES.
019283     05  WS-COMPANY-COUNT        PIC S9(03) COMP-3 VALUE +0.
019284
019285**************************
019286*  COMPANY TABLE         *
019287**************************
019288 01  COMPANY-TABLE.
019289     05  COMPANY-ENTRY OCCURS 10 TIMES
019290             ASCENDING KEY IS CT-COMPANY-CODE
019291             INDEXED BY CT-NDX.
019292         10  CT-COMPANY-CODE     PIC X(04) VALUE HIGH-VALUES.
019293         10  CT-COMPANY-NAME     PIC X(21).
019294         10  CT-FEDERAL-ID       PIC X(09).
019300
019400**************************
019500*  STATE REMIT TABLE     *
019600**************************
019700 01  REMIT-TABLE.
019800     05  REMIT-SUMS OCCURS 500 TIMES
019900             INDEXED BY RS-NDX.
020000         10  RS-STATE            PIC X(02) VALUE HIGH-VALUES.
020050         10  RS-COMPANY          PIC X(04).
020100         10  RS-POSTING-COUNT    PIC S9(07) COMP-3.
020200         10  RS-GROSS            PIC S9(11)V99 COMP-3.
020300         10  RS-STATETX          PIC S9(11)V99 COMP-3.
021900     05 WV1-QTR-LABEL            PIC X(09) VALUE 'QUARTER: '.
022000     05 WV1-QUARTER              PIC X(01).
022100     05 WV1-FILLER               PIC X(53) VALUE SPACES.
022110
022120 01  WS-VCHR-COMPANY-LINE.
022130     05 WVK-ASA-CODE             PIC X(01) VALUE ' '.
022140     05 WVK-LABEL                PIC X(10) VALUE 'COMPANY : '.
022150     05 WVK-COMPANY-NAME         PIC X(21).
022160     05 WVK-COL-DIV-1            PIC X(04) VALUE SPACES.
022170     05 WVK-FEDID-LABEL          PIC X(12) VALUE 'FEDERAL ID: '.
022180     05 WVK-FEDERAL-ID           PIC X(09).
022190     05 WVK-FILLER               PIC X(76) VALUE SPACES.
022200
022300 01  WS-VCHR-COUNT-LINE.
022400     05 WVC-ASA-CODE             PIC X(01) VALUE '0'.
033900         MOVE 2705 TO RETURN-CODE
034000         PERFORM 9999-ABORT THRU 9999-EXIT
034100     END-IF
034128
034156     PERFORM 1200-LOAD-COMPANY-TABLE THRU 1200-EXIT
034184
034213     PERFORM 1100-POSITION-HISTORY THRU 1100-EXIT
034226
034239     .
034252 1000-EXIT.
034265     EXIT.
034278*****************************************************************
034291*  START THE HISTORY ON THE QUARTER'S FIRST RUN MONTH AND READ
034304*  THE FIRST POSTING
034317*****************************************************************
034330
034343 1100-POSITION-HISTORY.
034356     MOVE LS-REQUEST-YEAR TO WS-FIRST-RUN-MONTH (1:4)
034369     MOVE WS-FROM-MONTH   TO WS-FIRST-RUN-MONTH (5:2)
034370*************** A RUN LATE IN THE MONTH BEFORE THE QUARTER CAN PAY
034371*************** IN THE QUARTER'S FIRST MONTH.
034372     IF WS-FIRST-RUN-MM = 1 THEN
034373         SUBTRACT 1 FROM WS-FIRST-RUN-YEAR
034374         MOVE 12 TO WS-FIRST-RUN-MM
034375     ELSE
034376         SUBTRACT 1 FROM WS-FIRST-RUN-MM
034377     END-IF
034382     MOVE LS-REQUEST-YEAR TO WS-LAST-RUN-MONTH (1:4)
034395     MOVE WS-TO-MONTH     TO WS-LAST-RUN-MONTH (5:2)
034408
034421     MOVE WS-FIRST-RUN-MONTH TO BH-RUN-MONTH
034434     START HIST-FILE
034447         KEY IS NOT LESS THAN BH-RUN-MONTH
034460         INVALID KEY
034473             SET WS-HIST-EOF TO TRUE
034486     END-START
034499     IF WS-HSTFILE-STATUS-CODE = '00' OR
034512         WS-HSTFILE-STATUS-CODE = '23' THEN
034525         CONTINUE
034538     ELSE
034551         MOVE '1100-POSITION-HISTORY, ' TO WS-ABORT-MSG-PGRPH
034564         MOVE 'STARTING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
034577         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
034590         MOVE 2706 TO RETURN-CODE
034603         PERFORM 9999-ABORT THRU 9999-EXIT
034616     END-IF
034629
034642     IF WS-HIST-EOF THEN
034655         GO TO 1100-EXIT
034668     END-IF
034681
034694     PERFORM 8000-READ-HIST-FILE THRU 8000-EXIT
034707
034720     .
034733 1100-EXIT.
034746     EXIT.
034748*****************************************************************
034750*  LOAD THE COMPANY TABLE (ASCENDING CODE ORDER, NO DUPLICATES)
034752*****************************************************************
034754
034756 1200-LOAD-COMPANY-TABLE.
034758     OPEN INPUT COMP-FILE
034760     IF WS-CMPFILE-STATUS-CODE = '00' THEN
034762         CONTINUE
034764     ELSE
034766         MOVE '1200-LOAD-COMPANY-TABLE, ' TO WS-ABORT-MSG-PGRPH
034768         MOVE 'OPENING COMP-FILE, ' TO WS-ABORT-MSG-EDESC
034770         MOVE WS-CMPFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
034772         MOVE 2707 TO RETURN-CODE
034774         PERFORM 9999-ABORT THRU 9999-EXIT
034776     END-IF
034778
034780     SET CT-NDX TO 1
034782     PERFORM 8100-READ-COMP-FILE THRU 8100-EXIT
034784
034786     PERFORM 1210-LOAD-ONE-COMPANY THRU 1210-EXIT
034788         UNTIL WS-COMP-EOF
034790
034792     CLOSE COMP-FILE
034794
034796     IF WS-COMPANY-COUNT = ZERO THEN
034798         MOVE '1200-LOAD-COMPANY-TABLE, ' TO WS-ABORT-MSG-PGRPH
034800         MOVE '- COMPANY TABLE EMPTY, ' TO WS-ABORT-MSG-EDESC
034802         MOVE '  ' TO WS-ABORT-MSG-SYSRC
034804         MOVE 2708 TO RETURN-CODE
034806         PERFORM 9999-ABORT THRU 9999-EXIT
034808     END-IF
034810
034812     .
034814 1200-EXIT.
034816     EXIT.
034818*****************************************************************
034820*  LOAD ONE COMPANY ROW AND READ AHEAD
034822*****************************************************************
034824
034826 1210-LOAD-ONE-COMPANY.
034828     IF WS-COMPANY-COUNT NOT < WS-C-COMPANY-TABLE-SIZE THEN
034830         MOVE '1210-LOAD-ONE-COMPANY, ' TO WS-ABORT-MSG-PGRPH
034832         MOVE '- COMPANY TABLE FULL, ' TO WS-ABORT-MSG-EDESC
034834         MOVE '  ' TO WS-ABORT-MSG-SYSRC
034836         MOVE 2709 TO RETURN-CODE
034838         PERFORM 9999-ABORT THRU 9999-EXIT
034840     END-IF
034842     IF CM-COMPANY-CODE NOT > WS-LAST-COMPANY-CODE THEN
034844         MOVE '1210-LOAD-ONE-COMPANY, ' TO WS-ABORT-MSG-PGRPH
034846         MOVE '- COMPANY TABLE OUT OF SEQUENCE, '
034848             TO WS-ABORT-MSG-EDESC
034850         MOVE '  ' TO WS-ABORT-MSG-SYSRC
034852         MOVE 2710 TO RETURN-CODE
034854         PERFORM 9999-ABORT THRU 9999-EXIT
034856     END-IF
034858
034860     MOVE CM-COMPANY-CODE   TO CT-COMPANY-CODE (CT-NDX)
034862     MOVE CM-COMPANY-NAME   TO CT-COMPANY-NAME (CT-NDX)
034864     MOVE CM-FEDERAL-ID     TO CT-FEDERAL-ID (CT-NDX)
034866     MOVE CM-COMPANY-CODE   TO WS-LAST-COMPANY-CODE
034868     SET CT-NDX UP BY 1
034870     ADD +1 TO WS-COMPANY-COUNT
034872
034874     PERFORM 8100-READ-COMP-FILE THRU 8100-EXIT
034876
034878     .
034880 1210-EXIT.
034882     EXIT.
034884*****************************************************************
034900*  ROLL ONE HISTORY POSTING INTO ITS STATE BUCKET WHEN IT
035000*  BELONGS TO THE REQUESTED QUARTER
035100*****************************************************************
035200
035300 2000-ROLL-UP-HISTORY.
035337     IF BH-PAY-DATE = SPACES THEN
035374         MOVE BH-RUN-DATE TO WS-PAID-DATE
035411     ELSE
035448         MOVE BH-PAY-DATE TO WS-PAID-DATE
035485     END-IF
035522     MOVE WS-PAID-DATE (5:2) TO WS-POSTING-MONTH
035559     IF WS-PAID-DATE (1:4) = LS-REQUEST-YEAR AND
035600        WS-POSTING-MONTH NOT < WS-FROM-MONTH AND
035700        WS-POSTING-MONTH NOT > WS-TO-MONTH THEN
035800         ADD +1 TO WS-REC-SELECTED
036500 2000-EXIT.
036600     EXIT.
036700*****************************************************************
036800*  FIND OR OPEN THE BUCKET FOR THE POSTING'S COMPANY AND STATE
036900*****************************************************************
037000
037100 2100-ACCUM-STATE-BUCKET.
037103*************** A BLANK COMPANY IS HISTORY POSTED BEFORE THE CODE
037106*************** WAS CARRIED - IT BELONGS TO THE ORIGINAL ENTITY.
037109     IF BH-COMPANY-CODE = SPACES THEN
037112         MOVE CT-COMPANY-CODE (1) TO WS-COMPANY-KEY
037115     ELSE
037118         MOVE BH-COMPANY-CODE TO WS-COMPANY-KEY
037121     END-IF
037124
037127     MOVE 'N' TO WS-COMP-FOUND-SWITCH
037130     SEARCH ALL COMPANY-ENTRY
037133         AT END
037136             CONTINUE
037139         WHEN CT-COMPANY-CODE (CT-NDX) = WS-COMPANY-KEY
037142             SET WS-COMPANY-FOUND TO TRUE
037145     END-SEARCH
037148     IF NOT WS-COMPANY-FOUND THEN
037151         DISPLAY 'LAB27 POSTING FOR EMPLOYEE ' BH-EMPLOYEE-ID
037154             ' HAS COMPANY ' BH-COMPANY-CODE
037157             ' - NOT ON THE COMPANY TABLE'
037160         MOVE '2100-ACCUM-STATE-BUCKET, '
037163             TO WS-ABORT-MSG-PGRPH
037166         MOVE '- COMPANY NOT ON TABLE, ' TO WS-ABORT-MSG-EDESC
037169         MOVE '  ' TO WS-ABORT-MSG-SYSRC
037172         MOVE 2712 TO RETURN-CODE
037175         PERFORM 9999-ABORT THRU 9999-EXIT
037178     END-IF
037181
037200     SET RS-NDX TO 1
037300     SEARCH REMIT-SUMS
037400         AT END
037800             MOVE '  ' TO WS-ABORT-MSG-SYSRC
037900             MOVE 2711 TO RETURN-CODE
038000             PERFORM 9999-ABORT THRU 9999-EXIT
038066         WHEN RS-STATE (RS-NDX) = BH-STATE-CODE AND
038132              RS-COMPANY (RS-NDX) = WS-COMPANY-KEY
038200             PERFORM 2110-ADD-TO-BUCKET THRU 2110-EXIT
038300         WHEN RS-STATE (RS-NDX) = HIGH-VALUES
038400             MOVE BH-STATE-CODE TO RS-STATE (RS-NDX)
038450             MOVE WS-COMPANY-KEY TO RS-COMPANY (RS-NDX)
038500             MOVE ZERO TO RS-POSTING-COUNT (RS-NDX)
038600             MOVE ZERO TO RS-GROSS (RS-NDX)
038700             MOVE ZERO TO RS-STATETX (RS-NDX)
040400 2110-EXIT.
040500     EXIT.
040600*****************************************************************
040700*  CUT THE REMITTANCES ONE COMPANY AT A TIME, IN TABLE ORDER
040800*****************************************************************
040900
041000 3000-CUT-REMITTANCES.
041005     SET CT-NDX TO 1
041010     PERFORM 3050-CUT-ONE-COMPANY THRU 3050-EXIT
041015         UNTIL CT-NDX > WS-COMPANY-COUNT
041020
041025     .
041030 3000-EXIT.
041035     EXIT.
041040*****************************************************************
041045*  ONE COMPANY - ITS STATES, THEN ITS TRAILER WHEN IT HAD ANY
041050*****************************************************************
041055
041060 3050-CUT-ONE-COMPANY.
041065     MOVE ZERO TO WS-CO-STATE-COUNT
041070     MOVE ZERO TO WS-CO-POSTING-COUNT
041075     MOVE ZERO TO WS-CO-STATETX
041080
041100     SET RS-NDX TO 1
041200     PERFORM 3100-CUT-ONE-STATE THRU 3100-EXIT
041300         UNTIL RS-NDX > WS-C-STATE-TABLE-SIZE
041400         OR RS-STATE (RS-NDX) = HIGH-VALUES
041436
041472     IF WS-CO-STATE-COUNT > ZERO THEN
041508         MOVE SPACES                  TO REMIT-RECORD
041544         MOVE 'T'                     TO RM-RECORD-TYPE
041580         MOVE LS-REQUEST-YEAR         TO RM-TAX-YEAR
041616         MOVE LS-REQUEST-QUARTER      TO RM-QUARTER
041652         MOVE WS-CO-POSTING-COUNT     TO RM-POSTING-COUNT
041688         MOVE WS-CO-STATETX           TO RM-STATE-TAX
041724         MOVE CT-COMPANY-CODE (CT-NDX) TO RM-COMPANY-CODE
041760         MOVE WS-CO-STATE-COUNT       TO RM-STATE-COUNT
041796         PERFORM 8600-WRITE-REMIT-RECORD THRU 8600-EXIT
041832         ADD +1 TO WS-COMPANIES-REMITTED
041868     END-IF
041904
041940     SET CT-NDX UP BY 1
041976
042012     .
042048 3050-EXIT.
042084     EXIT.
042120*****************************************************************
042156*  ONE STATE OF THE COMPANY AT CT-NDX - VOUCHER PAGE, FEED
042192*  RECORD, COMPANY AND RUN TOTALS
042228*****************************************************************
042264
042300 3100-CUT-ONE-STATE.
042316     IF RS-COMPANY (RS-NDX) NOT = CT-COMPANY-CODE (CT-NDX) THEN
042332         SET RS-NDX UP BY 1
042348         GO TO 3100-EXIT
042364     END-IF
042380
042400     MOVE RS-STATE (RS-NDX)     TO WV1-STATE-CODE
042500     MOVE LS-REQUEST-YEAR       TO WV1-TAX-YEAR
042600     MOVE LS-REQUEST-QUARTER    TO WV1-QUARTER
042700     MOVE WS-VCHR-HEADER-1      TO VCHR-RECORD
042728     PERFORM 8500-WRITE-VCHR-RECORD THRU 8500-EXIT
042756
042784     MOVE CT-COMPANY-NAME (CT-NDX) TO WVK-COMPANY-NAME
042812     MOVE CT-FEDERAL-ID (CT-NDX)   TO WVK-FEDERAL-ID
042840     MOVE WS-VCHR-COMPANY-LINE  TO VCHR-RECORD
042868     PERFORM 8500-WRITE-VCHR-RECORD THRU 8500-EXIT
042900
043000     MOVE 'BONUS POSTINGS           :' TO WVC-LABEL
043100     MOVE RS-POSTING-COUNT (RS-NDX) TO WVC-COUNT
045200     MOVE LS-REQUEST-QUARTER    TO RM-QUARTER
045300     MOVE RS-POSTING-COUNT (RS-NDX) TO RM-POSTING-COUNT
045400     MOVE RS-STATETX (RS-NDX)   TO RM-STATE-TAX
045450     MOVE RS-COMPANY (RS-NDX)   TO RM-COMPANY-CODE
045500     PERFORM 8600-WRITE-REMIT-RECORD THRU 8600-EXIT
045600
045700     ADD +1                     TO WS-STATES-REMITTED
045800     ADD RS-STATETX (RS-NDX)    TO WS-TOTAL-STATETX
045825     ADD +1                     TO WS-CO-STATE-COUNT
045850     ADD RS-POSTING-COUNT (RS-NDX) TO WS-CO-POSTING-COUNT
045875     ADD RS-STATETX (RS-NDX)    TO WS-CO-STATETX
045900     SET RS-NDX UP BY 1
046000
046100     .
047100     DISPLAY '*** LAB27...TOTALS ***'
047200     DISPLAY 'HISTORY RECORDS READ     : ' WS-REC-IN
047300     DISPLAY 'POSTINGS IN THE QUARTER  : ' WS-REC-SELECTED
047350     DISPLAY 'COMPANIES REMITTED       : ' WS-COMPANIES-REMITTED
047400     DISPLAY 'STATES REMITTED          : ' WS-STATES-REMITTED
047500     DISPLAY 'TOTAL STATE TAX REMITTED : ' WS-TOTAL-STATETX
047600
048400*****************************************************************
048500
048600 8000-READ-HIST-FILE.
048700     READ HIST-FILE NEXT RECORD
048800         AT END
048900             SET WS-HIST-EOF TO TRUE
049000         NOT AT END
049100             ADD +1 TO WS-REC-IN
049200     END-READ
049233*************** '02' IS A GOOD READ WITH MORE POSTINGS UNDER THE
049266*************** SAME RUN MONTH ON THE ALTERNATE INDEX.
049300     IF WS-HSTFILE-STATUS-CODE = '00' OR
049350         WS-HSTFILE-STATUS-CODE = '02' OR
049400         WS-HSTFILE-STATUS-CODE = '10' THEN
049500         CONTINUE
049600     ELSE
049900         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
050000         MOVE 8271 TO RETURN-CODE
050100         PERFORM 9999-ABORT THRU 9999-EXIT
050122     END-IF
050144
050166*************** THE BROWSE ENDS AFTER THE QUARTER'S LAST MONTH.
050188     IF NOT WS-HIST-EOF
050210        AND BH-RUN-MONTH > WS-LAST-RUN-MONTH THEN
050232         SET WS-HIST-EOF TO TRUE
050254         SUBTRACT 1 FROM WS-REC-IN
050276     END-IF
050300
050400     .
050500 8000-EXIT.
050508     EXIT.
050516*****************************************************************
050524*  READ COMPANY TABLE ROUTINE
050532*****************************************************************
050540
050548 8100-READ-COMP-FILE.
050556     READ COMP-FILE
050564         AT END
050572             SET WS-COMP-EOF TO TRUE
050580     END-READ
050588     IF WS-CMPFILE-STATUS-CODE = '00' OR
050596         WS-CMPFILE-STATUS-CODE = '10' THEN
050604         CONTINUE
050612     ELSE
050620         MOVE '8100-READ-COMP-FILE, ' TO WS-ABORT-MSG-PGRPH
050628         MOVE 'READING COMP-FILE, ' TO WS-ABORT-MSG-EDESC
050636         MOVE WS-CMPFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
050644         MOVE 8171 TO RETURN-CODE
050652         PERFORM 9999-ABORT THRU 9999-EXIT
050660     END-IF
050668
050676     .
050684 8100-EXIT.
050692     EXIT.
050700*****************************************************************
050800*  WRITE VOUCHER REPORT RECORD
050900*****************************************************************
