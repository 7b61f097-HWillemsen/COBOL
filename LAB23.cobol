001500*                ID), THE RETURNED ITEM IS MATCHED BACK TO THE
001600*                ORIGINAL DISBURSEMENT RECORD AND TO ITS BONUS
001700*                HISTORY POSTING BY EMPLOYEE ID AND NET AMOUNT,
001800*                AND IS HELD ON THE RETURNED-PAYMENT PENDING
001900*                FILE (COPYLIB RPNDCMP) FOR LAB41 TO REISSUE TO
002000*                THE EMPLOYEE'S CORRECTED ACCOUNT OR BY CHECK -
002033*                THE BONUS, ITS TAXES, AND ITS HISTORY STAND AS
002066*                POSTED.  RETURNS THAT CANNOT BE MATCHED ARE
002100*                LISTED SO NOTHING FALLS THROUGH.
002200*
002201*                A PENDING ITEM STILL UNCLAIMED WS-C-UNCLAIMED-
002202*                DAYS AFTER THE BANK RETURNED IT IS DROPPED FROM
002204*                THE PENDING FILE AND A REVERSING ADJUSTMENT
002205*                TRANSACTION IN THE BONUSCMP FEED FORMAT IS CUT
002207*                FOR THE NEXT LAB14 RUN - NO MORE HAND-KEYED
002208*                REVERSALS.
002210*
002220*                A RETURNED ITEM FOR ZERO DOLLARS IS THE BANK
002230*                REJECTING AN ACH PRENOTE - NO MONEY MOVED, SO
002240*                NOTHING IS REVERSED.  IT IS LISTED AND LEFT TO
002250*                LAB38, WHICH READS THE SAME RETURN FILE AND
002260*                MARKS THE ACCOUNT REJECTED ON BANKACCT.
002300*
002400*    NOTE:    A RETURN MUST MATCH BOTH FILES BEFORE IT IS
002500*    =====    HELD - THE DISBURSEMENT FEED SUPPLIES THE
002600*                EMPLOYEE NAME, THE ACCOUNT IT WAS SENT TO, AND
002700*                PROVES THE ITEM WENT TO THE BANK; THE HISTORY
002800*                POSTING SUPPLIES THE ORIGINAL GROSS, STATE, AND
002900*                EXEMPTION CODES A LATER REVERSAL MUST CARRY.
002925*                CONCATENATE LAB41'S REISSUE FEED (RDISBURS)
002950*                UNDER DISBURSE SO A REISSUE THAT COMES BACK
002975*                AGAIN IS MATCHED LIKE ANY OTHER RETURN.
003000*
003100*    INPUT   RETURN-RECORD      BANK RETURN/ACK FILE (BANKRET)
003200*    =====   DISB-RECORD        DISBURSEMENT FEED (DISBURSE)
003300*            HIST-RECORD        COPYLIB MEMBER BONHCMP (BONHIST)
003350*            OLD-PEND-RECORD    COPYLIB MEMBER RPNDCMP (RETPEND)
003400*
003500*    PROCESS 1. LOAD THE RETURNED ITEMS INTO A TABLE.
003533*    ======= 2. CARRY THE PENDING FILE FORWARD, REVERSING EVERY
003566*               ITEM UNCLAIMED PAST WS-C-UNCLAIMED-DAYS.
003600*            3. MATCH EACH RETURN TO ITS DISBURSEMENT RECORD.
003700*            4. MATCH EACH RETURN TO ITS HISTORY POSTING AND
003800*               ADD IT TO THE PENDING FILE.
003900*            5. LIST EVERY RETURN THAT COULD NOT BE MATCHED
004000*               AND SET A NON-ZERO RETURN CODE.
004100*
004200*    OUTPUT  ADJ-RECORD         REVERSING ADJUSTMENTS IN THE
004300*    ======                     BONUSCMP FEED FORMAT (ADJBONUS)
004400*            RET-RECORD         RETURN PROCESSING LISTING
004500*                               (RETRPT)
004533*            NEW-PEND-RECORD    RETURNED PAYMENTS AWAITING
004566*                               REISSUE (NEWRPEND)
004600*
004700*    CALLING PROGRAM(S)  :   NONE
004800*
005710* SUZI Q  PAYROLL   09/02/26  DISB FEED ACCT FIELDS LAB23     001*
005720* SUZI Q  PAYROLL   09/02/26  H/T HANDSHAKE ON THE  LAB23     002*
005730*                             ADJUSTMENT FEED
005740* SUZI Q  PAYROLL   10/15/26  PRENOTE RETURNS LISTED LAB23     003*
005750*                             AND NOT REVERSED
005762* SUZI Q  PAYROLL   10/15/26  RETURNS HELD FOR      LAB23     004*
005775*                             REISSUE; REVERSED ONLY WHEN
005787*                             UNCLAIMED PAST THE PERIOD
005791* SUZI Q  PAYROLL   10/15/26  BONHIST READ AS A     LAB23     005*
005795*                             KSDS IN KEY ORDER
005796* SUZI Q  PAYROLL   10/15/26  PAYING COMPANY HELD   LAB23     006*
005797*                             ON THE REISSUE ITEM
005798* SUZI Q  PAYROLL   10/15/26  BONHIST WIDENED TO    LAB23     007*
005799*                             120 BYTES
005800*****************************************************************
005900*
006000*****************************************************************
006800     SELECT DISB-FILE      ASSIGN TO DISBURSE
006900            FILE STATUS IS WS-DSBFILE-STATUS-CODE.
007000     SELECT HIST-FILE      ASSIGN TO BONHIST
007025            ORGANIZATION IS INDEXED
007050            ACCESS MODE IS SEQUENTIAL
007075            RECORD KEY IS BH-KEY
007100            FILE STATUS IS WS-HSTFILE-STATUS-CODE.
007200     SELECT ADJ-FILE       ASSIGN TO ADJBONUS
007300            FILE STATUS IS WS-ADJFILE-STATUS-CODE.
007400     SELECT RET-REPORT     ASSIGN TO RETRPT
007500            FILE STATUS IS WS-RPTFILE-STATUS-CODE.
007520     SELECT OLD-PEND       ASSIGN TO RETPEND
007540            FILE STATUS IS WS-OPDFILE-STATUS-CODE.
007560     SELECT NEW-PEND       ASSIGN TO NEWRPEND
007580            FILE STATUS IS WS-NPDFILE-STATUS-CODE.
007600*****************************************************************
007700*                  D A T A     D I V I S I O N
007800*****************************************************************
012700*    HIST-FILE                                       INPUT
012800*****************************************************************
012900 FD  HIST-FILE
013100     LABEL RECORDS STANDARD
013250     RECORD CONTAINS 120 CHARACTERS
013400     DATA RECORD IS HIST-RECORD.
013500
013600 COPY BONHCMP REPLACING
013700     HC-RECORD              BY  HIST-RECORD
013750     HC-KEY                 BY  BH-KEY
013800     HC-EMPLOYEE-ID         BY  BH-EMPLOYEE-ID
013900     HC-RUN-DATE            BY  BH-RUN-DATE
013925     HC-RUN-MONTH           BY  BH-RUN-MONTH
013950     HC-RUN-DAY             BY  BH-RUN-DAY
013975     HC-SEQUENCE-NO         BY  BH-SEQUENCE-NO
014000     HC-STATE-CODE          BY  BH-STATE-CODE
014100     HC-FED-TAX-EXEMPT-CODE BY  BH-FED-TAX-EXEMPT-CODE
014200     HC-ST-TAX-EXEMPT-CODE  BY  BH-ST-TAX-EXEMPT-CODE
014300     HC-GROSS               BY  BH-GROSS
014400     HC-FEDTX               BY  BH-FEDTX
014500     HC-STATETX             BY  BH-STATETX
014600     HC-NET                 BY  BH-NET
014650     HC-COMPANY-CODE        BY  BH-COMPANY-CODE.
014700
014800*****************************************************************
014900*    ADJ-FILE - REVERSING ADJUSTMENT TRANSACTIONS    OUTPUT
018800
018900 01  RET-RECORD.
019000     05  FILLER                  PIC X(133).
019001
019003*****************************************************************
019005*    OLD-PEND - RETURNED PAYMENTS AWAITING REISSUE   INPUT
019007*****************************************************************
019008 FD  OLD-PEND
019010     RECORDING F
019012     LABEL RECORDS STANDARD
019014     RECORD CONTAINS 120 CHARACTERS
019015     BLOCK CONTAINS 0 RECORDS
019017     DATA RECORD IS OLD-PEND-RECORD.
019019
019021 COPY RPNDCMP REPLACING
019022     RP-RECORD              BY  OLD-PEND-RECORD
019024     RP-EMPLOYEE-ID         BY  OP-EMPLOYEE-ID
019026     RP-LAST-NAME           BY  OP-LAST-NAME
019028     RP-FIRST-NAME          BY  OP-FIRST-NAME
019029     RP-MID-INIT            BY  OP-MID-INIT
019031     RP-STATE-CODE          BY  OP-STATE-CODE
019033     RP-FED-TAX-EXEMPT-CODE BY  OP-FED-TAX-EXEMPT-CODE
019035     RP-ST-TAX-EXEMPT-CODE  BY  OP-ST-TAX-EXEMPT-CODE
019036     RP-GROSS               BY  OP-GROSS
019038     RP-NET-AMT             BY  OP-NET-AMT
019040     RP-ORIG-RUN-DATE       BY  OP-ORIG-RUN-DATE
019042     RP-RETURN-DATE         BY  OP-RETURN-DATE
019043     RP-REASON-CODE         BY  OP-REASON-CODE
019045     RP-ROUTING-NUMBER      BY  OP-ROUTING-NUMBER
019047     RP-ACCOUNT-NUMBER      BY  OP-ACCOUNT-NUMBER
019049     RP-COMPANY-CODE        BY  OP-COMPANY-CODE.
019050
019052*****************************************************************
019054*    NEW-PEND - RETURNED PAYMENTS AWAITING REISSUE   OUTPUT
019056*****************************************************************
019057 FD  NEW-PEND
019059     RECORDING F
019061     LABEL RECORDS STANDARD
019063     RECORD CONTAINS 120 CHARACTERS
019064     BLOCK CONTAINS 0 RECORDS
019066     DATA RECORD IS NEW-PEND-RECORD.
019068
019070 COPY RPNDCMP REPLACING
019071     RP-RECORD              BY  NEW-PEND-RECORD
019073     RP-EMPLOYEE-ID         BY  NP-EMPLOYEE-ID
019075     RP-LAST-NAME           BY  NP-LAST-NAME
019077     RP-FIRST-NAME          BY  NP-FIRST-NAME
019078     RP-MID-INIT            BY  NP-MID-INIT
019080     RP-STATE-CODE          BY  NP-STATE-CODE
019082     RP-FED-TAX-EXEMPT-CODE BY  NP-FED-TAX-EXEMPT-CODE
019084     RP-ST-TAX-EXEMPT-CODE  BY  NP-ST-TAX-EXEMPT-CODE
019085     RP-GROSS               BY  NP-GROSS
019087     RP-NET-AMT             BY  NP-NET-AMT
019089     RP-ORIG-RUN-DATE       BY  NP-ORIG-RUN-DATE
019091     RP-RETURN-DATE         BY  NP-RETURN-DATE
019092     RP-REASON-CODE         BY  NP-REASON-CODE
019094     RP-ROUTING-NUMBER      BY  NP-ROUTING-NUMBER
019096     RP-ACCOUNT-NUMBER      BY  NP-ACCOUNT-NUMBER
019098     RP-COMPANY-CODE        BY  NP-COMPANY-CODE.
019100
019200*****************************************************************
019300*    W O R K I N G - S T O R A G E
020400
020500 01  WS-CONSTANTS.
020600     05  WS-C-RETURN-TABLE-SIZE  PIC S9(03)     COMP-3 VALUE 500.
020625*************** CALENDAR DAYS FROM THE BANK'S RETURN DATE BEFORE
020650*************** AN ITEM NOBODY HAS CLAIMED IS REVERSED.
020675     05  WS-C-UNCLAIMED-DAYS     PIC S9(05)     COMP-3 VALUE 60.
020700
020800***********************
020900*  ERROR CODES        *
021500     05  WS-HSTFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
021600     05  WS-ADJFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
021700     05  WS-RPTFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
021733     05  WS-OPDFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
021766     05  WS-NPDFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
021800     05  WS-ABORT-TRIGGER        PIC S9(1) VALUE 0.
021900     05  WS-ABORT-CODE           PIC S9(1).
022000     05  WS-RETURN-CODE-DISPLAY  PIC S9(5) COMP-3.
024200         88  WS-DISB-EOF                   VALUE 'Y'.
024300     05  WS-HIST-FILE-SWITCH     PIC X(01) VALUE 'N'.
024400         88  WS-HIST-EOF                   VALUE 'Y'.
024433     05  WS-OLD-PEND-SWITCH      PIC X(01) VALUE 'N'.
024466         88  WS-OLD-PEND-EOF               VALUE 'Y'.
024500
024600***********************
024700*  ACCUMULATORS       *
025600     05  WS-ADJ-WRITTEN          PIC S9(05) COMP-3 VALUE +0.
025700     05  WS-RET-UNMATCHED        PIC S9(05) COMP-3 VALUE +0.
025800     05  WS-ADJ-GROSS-TOTAL      PIC S9(11)V99 COMP-3 VALUE +0.
025810     05  WS-RET-PRENOTE          PIC S9(05) COMP-3 VALUE +0.
025828     05  WS-PEND-IN              PIC S9(05) COMP-3 VALUE +0.
025846     05  WS-PEND-CARRIED         PIC S9(05) COMP-3 VALUE +0.
025864     05  WS-PEND-ADDED           PIC S9(05) COMP-3 VALUE +0.
025882     05  WS-PEND-REVERSED        PIC S9(05) COMP-3 VALUE +0.
025900
026000**************************
026100*  RETURNED-ITEM TABLE   *
027200         10  RE-LAST-NAME        PIC X(20).
027300         10  RE-FIRST-NAME       PIC X(15).
027400         10  RE-MID-INIT         PIC X(01).
027433         10  RE-ROUTING-NUMBER   PIC 9(09).
027466         10  RE-ACCOUNT-NUMBER   PIC X(17).
027500
027600***********************
027700*  RECORD LAYOUTS     *
033000
033100 01  WS-WORK-FIELDS.
033200     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
033214     05  WS-RUN-DATE-9           REDEFINES WS-RUN-DATE
033228                                 PIC 9(08).
033242     05  WS-RETURN-DATE-9        PIC 9(08)  VALUE ZERO.
033257     05  WS-TODAY-INT            PIC S9(07) COMP-3 VALUE +0.
033271     05  WS-DAYS-OUT             PIC S9(07) COMP-3 VALUE +0.
033285     05  WS-DAYS-OUT-DISPLAY     PIC ZZZZ9.
033300
033400 01  WS-END-OF-WORKING-STORAGE.
033500     05 WS-END-OF-WS-MARKER      PIC X(35) VALUE
034200 PROCEDURE DIVISION.
034300 0000-MAINLINE.
034400     PERFORM 1000-INITIALIZATION  THRU 1000-EXIT
034450     PERFORM 1500-CARRY-PENDING   THRU 1500-EXIT
034500     PERFORM 2000-SCAN-DISBURSEMENTS THRU 2000-EXIT
034600     PERFORM 2200-SCAN-HISTORY    THRU 2200-EXIT
034700     PERFORM 3000-REPORT-UNMATCHED THRU 3000-EXIT
035600
035700 1000-INITIALIZATION.
035800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
035833     COMPUTE WS-TODAY-INT =
035866         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-9)
035900
036000     OPEN INPUT RETURN-FILE
036100     IF WS-RETFILE-STATUS-CODE = '00' THEN
041100         MOVE 2305 TO RETURN-CODE
041200         PERFORM 9999-ABORT THRU 9999-EXIT
041300     END-IF
041304
041308     OPEN INPUT OLD-PEND
041313     IF WS-OPDFILE-STATUS-CODE = '00' THEN
041317         CONTINUE
041321     ELSE
041326         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
041330         MOVE 'OPENING OLD-PEND, ' TO WS-ABORT-MSG-EDESC
041334         MOVE WS-OPDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
041339         MOVE 2307 TO RETURN-CODE
041343         PERFORM 9999-ABORT THRU 9999-EXIT
041347     END-IF
041352
041356     OPEN OUTPUT NEW-PEND
041360     IF WS-NPDFILE-STATUS-CODE = '00' THEN
041365         CONTINUE
041369     ELSE
041373         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
041378         MOVE 'OPENING NEW-PEND, ' TO WS-ABORT-MSG-EDESC
041382         MOVE WS-NPDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
041386         MOVE 2308 TO RETURN-CODE
041391         PERFORM 9999-ABORT THRU 9999-EXIT
041395     END-IF
041400
041500     MOVE WS-RUN-DATE        TO WH1-RUN-DATE
041600     MOVE WS-RETRPT-HEADER-1 TO RET-RECORD
043400*****************************************************************
043500
043600 1100-LOAD-ONE-RETURN.
043610*************** A ZERO-DOLLAR RETURN IS A REJECTED PRENOTE, NOT
043620*************** A PAYMENT - LIST IT AND KEEP IT OUT OF THE TABLE.
043630     IF RF-RETURNED-ITEM AND RF-NET-AMT = ZERO THEN
043640         PERFORM 1200-LIST-PRENOTE-RETURN THRU 1200-EXIT
043650         PERFORM 8000-READ-RETURN-FILE THRU 8000-EXIT
043660         GO TO 1100-EXIT
043670     END-IF
043680
043700     IF RF-RETURNED-ITEM THEN
043800         IF WS-RET-LOADED NOT < WS-C-RETURN-TABLE-SIZE THEN
043900             MOVE '1100-LOAD-ONE-RETURN, ' TO WS-ABORT-MSG-PGRPH
046200     .
046300 1100-EXIT.
046400     EXIT.
046401*****************************************************************
046402*  PRINT ONE REJECTED PRENOTE - LAB38 UPDATES THE ACCOUNT
046403*****************************************************************
046404
046405 1200-LIST-PRENOTE-RETURN.
046406     ADD +1 TO WS-RET-PRENOTE
046407     MOVE SPACES                 TO WS-RETRPT-DETAIL
046408     MOVE RF-EMPLOYEE-ID         TO WRD-EMPLOYEE-ID
046409     MOVE RF-RETURN-DATE         TO WRD-RETURN-DATE
046410     MOVE RF-REASON-CODE         TO WRD-REASON-CODE
046411     MOVE ZERO                   TO WRD-NET-AMT
046413     MOVE 'PRENOTE REJECTED - NO REVERSAL'
046414         TO WRD-MESSAGE
046415     MOVE WS-RETRPT-DETAIL       TO RET-RECORD
046416     PERFORM 8500-WRITE-RET-RECORD THRU 8500-EXIT
046417
046418     .
046419 1200-EXIT.
046420     EXIT.
046421*****************************************************************
046422*  CARRY THE RETURNED-PAYMENT PENDING FILE FORWARD - LAB41 HAS
046423*  ALREADY DROPPED EVERY ITEM IT REISSUED
046425*****************************************************************
046426
046427 1500-CARRY-PENDING.
046428     MOVE SPACES TO WS-RETRPT-SECTION-LINE
046429     MOVE 'UNCLAIMED RETURNS REVERSED' TO WRS-TITLE
046430     MOVE WS-RETRPT-SECTION-LINE TO RET-RECORD
046431     PERFORM 8500-WRITE-RET-RECORD THRU 8500-EXIT
046432
046433     PERFORM 8300-READ-OLD-PEND THRU 8300-EXIT
046434     PERFORM 1600-CARRY-ONE-PENDING THRU 1600-EXIT
046435         UNTIL WS-OLD-PEND-EOF
046436
046438     CLOSE OLD-PEND
046439
046440     .
046441 1500-EXIT.
046442     EXIT.
046443*****************************************************************
046444*  KEEP ONE PENDING ITEM, OR REVERSE IT WHEN NOBODY HAS CLAIMED
046445*  IT WITHIN THE PERIOD
046446*****************************************************************
046447
046448 1600-CARRY-ONE-PENDING.
046450     IF OP-RETURN-DATE NUMERIC THEN
046451         MOVE OP-RETURN-DATE TO WS-RETURN-DATE-9
046452         COMPUTE WS-DAYS-OUT = WS-TODAY-INT -
046453             FUNCTION INTEGER-OF-DATE (WS-RETURN-DATE-9)
046454     ELSE
046455         MOVE ZERO TO WS-DAYS-OUT
046456     END-IF
046457
046458     IF WS-DAYS-OUT < WS-C-UNCLAIMED-DAYS THEN
046459         MOVE OLD-PEND-RECORD TO NEW-PEND-RECORD
046460         PERFORM 8400-WRITE-NEW-PEND THRU 8400-EXIT
046461         ADD +1 TO WS-PEND-CARRIED
046463     ELSE
046464         PERFORM 2400-WRITE-ADJUSTMENT THRU 2400-EXIT
046465         PERFORM 1700-WRITE-REVERSED-LINE THRU 1700-EXIT
046466         ADD +1 TO WS-PEND-REVERSED
046467     END-IF
046468
046469     PERFORM 8300-READ-OLD-PEND THRU 8300-EXIT
046470
046471     .
046472 1600-EXIT.
046473     EXIT.
046475*****************************************************************
046476*  PRINT ONE UNCLAIMED-AND-REVERSED RETURN LINE
046477*****************************************************************
046478
046479 1700-WRITE-REVERSED-LINE.
046480     MOVE WS-DAYS-OUT            TO WS-DAYS-OUT-DISPLAY
046481     MOVE SPACES                 TO WS-RETRPT-DETAIL
046482     MOVE OP-EMPLOYEE-ID         TO WRD-EMPLOYEE-ID
046483     MOVE OP-RETURN-DATE         TO WRD-RETURN-DATE
046484     MOVE OP-REASON-CODE         TO WRD-REASON-CODE
046485     MOVE OP-NET-AMT             TO WRD-NET-AMT
046486     MOVE OP-STATE-CODE          TO WRD-STATE-CODE
046488     STRING 'UNCLAIMED'          DELIMITED BY SIZE
046489            WS-DAYS-OUT-DISPLAY  DELIMITED BY SIZE
046490            ' DAYS - REVERSAL WRITTEN'
046491                                 DELIMITED BY SIZE
046492         INTO WRD-MESSAGE
046493     MOVE WS-RETRPT-DETAIL       TO RET-RECORD
046494     PERFORM 8500-WRITE-RET-RECORD THRU 8500-EXIT
046495
046496     .
046497 1700-EXIT.
046498     EXIT.
046500*****************************************************************
046600*  PROVE EACH RETURN AGAINST THE DISBURSEMENT FEED
046700*****************************************************************
049700                 MOVE DF-LAST-NAME  TO RE-LAST-NAME (RT-NDX)
049800                 MOVE DF-FIRST-NAME TO RE-FIRST-NAME (RT-NDX)
049900                 MOVE DF-MID-INIT   TO RE-MID-INIT (RT-NDX)
049920                 MOVE DF-ROUTING-NUMBER
049940                                    TO RE-ROUTING-NUMBER (RT-NDX)
049960                 MOVE DF-ACCOUNT-NUMBER
049980                                    TO RE-ACCOUNT-NUMBER (RT-NDX)
050000         END-SEARCH
050100     END-IF
050200
051000*****************************************************************
051100
051200 2200-SCAN-HISTORY.
051216     MOVE SPACES TO WS-RETRPT-SECTION-LINE
051233     MOVE 'RETURNS HELD FOR REISSUE' TO WRS-TITLE
051250     MOVE WS-RETRPT-SECTION-LINE TO RET-RECORD
051266     PERFORM 8500-WRITE-RET-RECORD THRU 8500-EXIT
051283
051300     PERFORM 8200-READ-HIST-FILE THRU 8200-EXIT
051400
051500     PERFORM 2300-MATCH-ONE-POSTING THRU 2300-EXIT
052100 2200-EXIT.
052200     EXIT.
052300*****************************************************************
052400*  MATCH ONE HISTORY POSTING AND HOLD THE RETURN FOR REISSUE
052500*  WHEN IT COMPLETES THE MATCH
052600*****************************************************************
052700
052800 2300-MATCH-ONE-POSTING.
053700          AND RE-DISB-MATCH-SW (RT-NDX) = 'Y'
053800          AND RE-HIST-MATCH-SW (RT-NDX) = 'N'
053900             MOVE 'Y' TO RE-HIST-MATCH-SW (RT-NDX)
054000             PERFORM 2450-WRITE-PENDING THRU 2450-EXIT
054100             PERFORM 2500-WRITE-MATCHED-LINE THRU 2500-EXIT
054200     END-SEARCH
054300
054800     EXIT.
054900*****************************************************************
055000*  WRITE THE REVERSING ADJUSTMENT IN THE BONUSCMP FEED FORMAT.
055100*  THE STATE, GROSS, AND EXEMPTION CODES COME FROM THE PENDING
055200*  ITEM, WHICH CARRIED THEM FROM THE MATCHED HISTORY POSTING, SO
055250*  LAB14 BACKS OUT EXACTLY WHAT WAS POSTED.
055300*****************************************************************
055400
055500 2400-WRITE-ADJUSTMENT.
055600     MOVE SPACES                 TO ADJ-RECORD
055700     MOVE OP-STATE-CODE          TO AJ-STATE-CODE
055800     MOVE OP-LAST-NAME           TO AJ-LAST-NAME
055900     MOVE OP-FIRST-NAME          TO AJ-FIRST-NAME
056000     MOVE OP-MID-INIT            TO AJ-MID-INIT
056100     MOVE OP-GROSS               TO AJ-BONUS-AMT
056200     MOVE OP-FED-TAX-EXEMPT-CODE TO AJ-FED-TAX-EXEMPT-CODE
056300     MOVE OP-ST-TAX-EXEMPT-CODE  TO AJ-ST-TAX-EXEMPT-CODE
056400     MOVE OP-EMPLOYEE-ID         TO AJ-EMPLOYEE-ID
056500     MOVE 'A'                    TO AJ-RECORD-TYPE
056600     MOVE '-'                    TO AJ-ADJ-SIGN
056650     MOVE ZERO                   TO AJ-SPLIT-PCT
057700     END-IF
057800
057900     ADD +1       TO WS-ADJ-WRITTEN
058000     ADD OP-GROSS TO WS-ADJ-GROSS-TOTAL
058100
058200     .
058300 2400-EXIT.
058400     EXIT.
058500*****************************************************************
058600*  HOLD THE PROVEN RETURN FOR REISSUE.  THE ORIGINAL POSTING
058603*  RIDES ALONG SO A REISSUE NEEDS NO RE-KEYING, AND SO A LATER
058606*  REVERSAL CAN STILL BACK OUT EXACTLY WHAT WAS POSTED.
058610*****************************************************************
058613
058616 2450-WRITE-PENDING.
058620     MOVE SPACES                      TO NEW-PEND-RECORD
058623     MOVE BH-EMPLOYEE-ID              TO NP-EMPLOYEE-ID
058626     MOVE RE-LAST-NAME (RT-NDX)       TO NP-LAST-NAME
058630     MOVE RE-FIRST-NAME (RT-NDX)      TO NP-FIRST-NAME
058633     MOVE RE-MID-INIT (RT-NDX)        TO NP-MID-INIT
058636     MOVE BH-STATE-CODE               TO NP-STATE-CODE
058640     MOVE BH-FED-TAX-EXEMPT-CODE      TO NP-FED-TAX-EXEMPT-CODE
058643     MOVE BH-ST-TAX-EXEMPT-CODE       TO NP-ST-TAX-EXEMPT-CODE
058646     MOVE BH-GROSS                    TO NP-GROSS
058650     MOVE RE-NET-AMT (RT-NDX)         TO NP-NET-AMT
058653     MOVE BH-RUN-DATE                 TO NP-ORIG-RUN-DATE
058656     MOVE RE-RETURN-DATE (RT-NDX)     TO NP-RETURN-DATE
058660     MOVE RE-REASON-CODE (RT-NDX)     TO NP-REASON-CODE
058663     MOVE RE-ROUTING-NUMBER (RT-NDX)  TO NP-ROUTING-NUMBER
058666     MOVE RE-ACCOUNT-NUMBER (RT-NDX)  TO NP-ACCOUNT-NUMBER
058670     MOVE BH-COMPANY-CODE             TO NP-COMPANY-CODE
058673     PERFORM 8400-WRITE-NEW-PEND THRU 8400-EXIT
058676     ADD +1 TO WS-PEND-ADDED
058680
058683     .
058686 2450-EXIT.
058690     EXIT.
058693*****************************************************************
058696*  PRINT ONE MATCHED-AND-HELD RETURN LINE
058700*****************************************************************
058800
058900 2500-WRITE-MATCHED-LINE.
059300     MOVE RE-REASON-CODE (RT-NDX) TO WRD-REASON-CODE
059400     MOVE RE-NET-AMT (RT-NDX)    TO WRD-NET-AMT
059500     MOVE BH-STATE-CODE          TO WRD-STATE-CODE
059600     MOVE 'HELD FOR REISSUE (LAB41)'
059700         TO WRD-MESSAGE
059800     MOVE WS-RETRPT-DETAIL       TO RET-RECORD
059900     PERFORM 8500-WRITE-RET-RECORD THRU 8500-EXIT
066600     MOVE WS-RET-PASSED-OVER    TO WRC-COUNT
066700     MOVE WS-RETRPT-COUNT-LINE  TO RET-RECORD
066800     PERFORM 8500-WRITE-RET-RECORD THRU 8500-EXIT
066810
066820     MOVE 'PRENOTE RETURNS LISTED   :' TO WRC-LABEL
066830     MOVE WS-RET-PRENOTE        TO WRC-COUNT
066840     MOVE WS-RETRPT-COUNT-LINE  TO RET-RECORD
066850     PERFORM 8500-WRITE-RET-RECORD THRU 8500-EXIT
066852
066854     MOVE 'PENDING ITEMS READ       :' TO WRC-LABEL
066857     MOVE WS-PEND-IN            TO WRC-COUNT
066859     MOVE WS-RETRPT-COUNT-LINE  TO RET-RECORD
066861     PERFORM 8500-WRITE-RET-RECORD THRU 8500-EXIT
066864
066866     MOVE 'PENDING CARRIED FORWARD  :' TO WRC-LABEL
066869     MOVE WS-PEND-CARRIED       TO WRC-COUNT
066871     MOVE WS-RETRPT-COUNT-LINE  TO RET-RECORD
066873     PERFORM 8500-WRITE-RET-RECORD THRU 8500-EXIT
066876
066878     MOVE 'UNCLAIMED - REVERSED     :' TO WRC-LABEL
066880     MOVE WS-PEND-REVERSED      TO WRC-COUNT
066883     MOVE WS-RETRPT-COUNT-LINE  TO RET-RECORD
066885     PERFORM 8500-WRITE-RET-RECORD THRU 8500-EXIT
066888
066890     MOVE 'RETURNS HELD FOR REISSUE :' TO WRC-LABEL
066892     MOVE WS-PEND-ADDED         TO WRC-COUNT
066895     MOVE WS-RETRPT-COUNT-LINE  TO RET-RECORD
066897     PERFORM 8500-WRITE-RET-RECORD THRU 8500-EXIT
066900
067000     MOVE 'DISBURSEMENTS READ       :' TO WRC-LABEL
067100     MOVE WS-DISB-REC-IN        TO WRC-COUNT
070894         PERFORM 9999-ABORT THRU 9999-EXIT
070896     END-IF
070898
070900     CLOSE ADJ-FILE, RET-REPORT, NEW-PEND
071000
071100     DISPLAY '*** LAB23...TOTALS ***'
071200     DISPLAY 'RETURN RECORDS READ   : ' WS-RET-REC-IN
071300     DISPLAY 'RETURNED ITEMS LOADED : ' WS-RET-LOADED
071400     DISPLAY 'ADJUSTMENTS WRITTEN   : ' WS-ADJ-WRITTEN
071410     DISPLAY 'PRENOTE RETURNS       : ' WS-RET-PRENOTE
071432     DISPLAY 'HELD FOR REISSUE      : ' WS-PEND-ADDED
071455     DISPLAY 'PENDING CARRIED       : ' WS-PEND-CARRIED
071477     DISPLAY 'UNCLAIMED - REVERSED  : ' WS-PEND-REVERSED
071500     DISPLAY 'RETURNS UNMATCHED     : ' WS-RET-UNMATCHED
071600
071700     .
079300 8200-EXIT.
079400     EXIT.
079500*****************************************************************
079502*  READ RETURNED-PAYMENT PENDING FILE ROUTINE
079504*****************************************************************
079506
079508 8300-READ-OLD-PEND.
079511     READ OLD-PEND
079513         AT END
079515             SET WS-OLD-PEND-EOF TO TRUE
079517         NOT AT END
079520             ADD +1 TO WS-PEND-IN
079522     END-READ
079524     IF WS-OPDFILE-STATUS-CODE = '00' OR
079526         WS-OPDFILE-STATUS-CODE = '10' THEN
079528         CONTINUE
079531     ELSE
079533         MOVE '8300-READ-OLD-PEND, ' TO WS-ABORT-MSG-PGRPH
079535         MOVE 'READING OLD-PEND, ' TO WS-ABORT-MSG-EDESC
079537         MOVE WS-OPDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
079540         MOVE 8234 TO RETURN-CODE
079542         PERFORM 9999-ABORT THRU 9999-EXIT
079544     END-IF
079546
079548     .
079551 8300-EXIT.
079553     EXIT.
079555*****************************************************************
079557*  WRITE RETURNED-PAYMENT PENDING RECORD
079560*****************************************************************
079562
079564 8400-WRITE-NEW-PEND.
079566     WRITE NEW-PEND-RECORD
079568     IF WS-NPDFILE-STATUS-CODE = '00' THEN
079571         CONTINUE
079573     ELSE
079575         MOVE '8400-WRITE-NEW-PEND, ' TO WS-ABORT-MSG-PGRPH
079577         MOVE 'WRITING TO NEW-PEND, ' TO WS-ABORT-MSG-EDESC
079580         MOVE WS-NPDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
079582         MOVE 8532 TO RETURN-CODE
079584         PERFORM 9999-ABORT THRU 9999-EXIT
079586     END-IF
079588
079591     .
079593 8400-EXIT.
079595     EXIT.
079597*****************************************************************
079600*  WRITE RETURN LISTING RECORD
079700*****************************************************************
079800
