001400*                RECONCILIATION YEAR FROM THE CUMULATIVE BONUS
001500*                HISTORY FILE, FOOTS THE SUMS AGAINST EACH
001600*                EMPLOYEE'S YM-YTD-GROSS / FEDTX / STATETX /
001700*                SOCSEC / MEDICARE / LOCALTX / 401K / NET, AND
001750*                REPORTS EVERY EMPLOYEE WHOSE MASTER
001800*                BALANCES DO NOT FOOT.  THE RUN ENDS WITH A
001900*                NON-ZERO RETURN CODE WHEN THE FILES DISAGREE
002000*                SO THE SCHEDULER CAN HOLD THE NEXT CYCLE.
002700*            LS-RECON-YEAR      YEAR BEING RECONCILED (PARM)
002800*
002900*    PROCESS 1. SORT THE HISTORY POSTINGS FOR THE RECON YEAR
002950*    =======    INTO EMPLOYEE-ID SEQUENCE - ONLY THE YEAR'S
003000*               RUN MONTHS ARE READ, THROUGH THE RUN-MONTH
003050*               ALTERNATE INDEX (BONHIST1 PATH).
003100*            2. MATCH THE SORTED POSTINGS AGAINST THE YTD
003200*               MASTER AS A TWO-FILE CO-SEQUENTIAL MERGE.
003300*            3. REPORT EVERY EMPLOYEE THAT DOES NOT FOOT.
004900* SUZI Q  PAYROLL   08/22/26  INITIAL VERSION       LAB19     000*
004950* SUZI Q  PAYROLL   09/02/26  RECONCILE PER         LAB19     001*
004960*                             EMPLOYEE AND STATE
004970* SUZI Q  PAYROLL   10/15/26  FOOT SOCIAL SECURITY  LAB19     002*
004980*                             AND MEDICARE TOO
004990* SUZI Q  PAYROLL   10/15/26  FOOT LOCAL TAX TOO    LAB19     003*
004991* SUZI Q  PAYROLL   10/15/26  FOOT 401(K) DEFERRAL  LAB19     004*
004992* SUZI Q  PAYROLL   10/15/26  READ THE RECON YEAR   LAB19     005*
004993*                             BY RUN-MONTH INDEX
004994* SUZI Q  PAYROLL   10/15/26  BONHIST WIDENED TO    LAB19     006*
004995*                             120 BYTES
004996* SUZI Q  PAYROLL   10/15/26  FULL-WIDTH AMOUNTS,   LAB19     007*
004998*                             SOC SEC/MEDICARE/LOCAL
004999*                             ON A SECOND LINE
005000*****************************************************************
005100*
005200*****************************************************************
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT HIST-FILE      ASSIGN TO BONHIST
005816            ORGANIZATION INDEXED
005832            ACCESS MODE DYNAMIC
005848            RECORD KEY IS BH-KEY
005864            ALTERNATE RECORD KEY IS BH-RUN-MONTH
005880                WITH DUPLICATES
005900            FILE STATUS IS WS-HSTFILE-STATUS-CODE.
006000     SELECT SORT-FILE      ASSIGN TO SORTWK01.
006100     SELECT YTD-MASTER     ASSIGN TO YTDMAST
007400*    HIST-FILE                                      INPUT
007500*****************************************************************
007600 FD  HIST-FILE
007800     LABEL RECORDS STANDARD
007950     RECORD CONTAINS 120 CHARACTERS
008100     DATA RECORD IS HIST-RECORD.
008200
008300 COPY BONHCMP REPLACING
008400     HC-RECORD              BY  HIST-RECORD
008450     HC-KEY                 BY  BH-KEY
008500     HC-EMPLOYEE-ID         BY  BH-EMPLOYEE-ID
008600     HC-RUN-DATE            BY  BH-RUN-DATE
008625     HC-RUN-MONTH           BY  BH-RUN-MONTH
008650     HC-RUN-DAY             BY  BH-RUN-DAY
008675     HC-SEQUENCE-NO         BY  BH-SEQUENCE-NO
008700     HC-STATE-CODE          BY  BH-STATE-CODE
008800     HC-FED-TAX-EXEMPT-CODE BY  BH-FED-TAX-EXEMPT-CODE
008900     HC-ST-TAX-EXEMPT-CODE  BY  BH-ST-TAX-EXEMPT-CODE
009000     HC-GROSS               BY  BH-GROSS
009100     HC-FEDTX               BY  BH-FEDTX
009200     HC-STATETX             BY  BH-STATETX
009300     HC-NET                 BY  BH-NET
009310     HC-SOCSEC              BY  BH-SOCSEC
009320     HC-MEDICARE            BY  BH-MEDICARE
009321     HC-LOCALITY-CODE       BY  BH-LOCALITY-CODE
009322     HC-LOCALTX             BY  BH-LOCALTX
009323     HC-401K                BY  BH-401K
009324     HC-GARNISH             BY  BH-GARNISH.
009400
009500*****************************************************************
009600*    SORT-FILE                                    WORKING
009700*****************************************************************
009800 SD  SORT-FILE
009900     RECORD CONTAINS 120 CHARACTERS
010000     DATA RECORD IS SORT-RECORD.
010100
010200 COPY BONHCMP REPLACING
010300     HC-RECORD              BY  SORT-RECORD
010350     HC-KEY                 BY  SH-KEY
010400     HC-EMPLOYEE-ID         BY  SH-EMPLOYEE-ID
010500     HC-RUN-DATE            BY  SH-RUN-DATE
010525     HC-RUN-MONTH           BY  SH-RUN-MONTH
010550     HC-RUN-DAY             BY  SH-RUN-DAY
010575     HC-SEQUENCE-NO         BY  SH-SEQUENCE-NO
010600     HC-STATE-CODE          BY  SH-STATE-CODE
010700     HC-FED-TAX-EXEMPT-CODE BY  SH-FED-TAX-EXEMPT-CODE
010800     HC-ST-TAX-EXEMPT-CODE  BY  SH-ST-TAX-EXEMPT-CODE
010900     HC-GROSS               BY  SH-GROSS
011000     HC-FEDTX               BY  SH-FEDTX
011100     HC-STATETX             BY  SH-STATETX
011200     HC-NET                 BY  SH-NET
011210     HC-SOCSEC              BY  SH-SOCSEC
011220     HC-MEDICARE            BY  SH-MEDICARE
011221     HC-LOCALITY-CODE       BY  SH-LOCALITY-CODE
011222     HC-LOCALTX             BY  SH-LOCALTX
011223     HC-401K                BY  SH-401K
011224     HC-GARNISH             BY  SH-GARNISH.
011300
011400*****************************************************************
011500*    YTD-MASTER                                     INPUT
011700 FD  YTD-MASTER
011800     RECORDING F
011900     LABEL RECORDS STANDARD
012000     RECORD CONTAINS 100 CHARACTERS
012100     DATA RECORD IS YTD-MASTER-RECORD.
012200
012300 COPY YTDCMP REPLACING
013100     YC-YTD-GROSS           BY  YM-YTD-GROSS
013200     YC-YTD-FEDTX           BY  YM-YTD-FEDTX
013300     YC-YTD-STATETX         BY  YM-YTD-STATETX
013400     YC-YTD-NET             BY  YM-YTD-NET
013410     YC-YTD-FICA-WAGES      BY  YM-YTD-FICA-WAGES
013420     YC-YTD-SOCSEC          BY  YM-YTD-SOCSEC
013430     YC-YTD-MEDICARE        BY  YM-YTD-MEDICARE
013431     YC-YTD-LOCALTX         BY  YM-YTD-LOCALTX
013432     YC-YTD-401K            BY  YM-YTD-401K.
013500
013600*****************************************************************
013700*    RECON-REPORT                                   OUTPUT
021300     05  WS-SUM-GROSS            PIC S9(11)V99 COMP-3  VALUE +0.
021400     05  WS-SUM-FEDTX            PIC S9(11)V99 COMP-3  VALUE +0.
021500     05  WS-SUM-STATETX          PIC S9(11)V99 COMP-3  VALUE +0.
021510     05  WS-SUM-SOCSEC           PIC S9(11)V99 COMP-3  VALUE +0.
021520     05  WS-SUM-MEDICARE         PIC S9(11)V99 COMP-3  VALUE +0.
021530     05  WS-SUM-LOCALTX          PIC S9(11)V99 COMP-3  VALUE +0.
021540     05  WS-SUM-401K             PIC S9(11)V99 COMP-3  VALUE +0.
021600     05  WS-SUM-NET              PIC S9(11)V99 COMP-3  VALUE +0.
021700
021800***********************
024200     05 WR2-MSG-LABEL            PIC X(10) VALUE '  MESSAGE'.
024300     05 WR2-FILLER               PIC X(39) VALUE SPACES.
024400
024410 01  WS-RECRPT-HEADER-3.
024420     05 WR3-ASA-CODE             PIC X(01) VALUE SPACES.
024430     05 WR3-LEAD                 PIC X(19) VALUE SPACES.
024440     05 WR3-SOCSEC-LABEL         PIC X(16) VALUE
024450                                 '         SOC SEC'.
024460     05 WR3-MEDICARE-LABEL       PIC X(16) VALUE
024470                                 '        MEDICARE'.
024480     05 WR3-LOCALTX-LABEL        PIC X(16) VALUE
024490                                 '       LOCAL TAX'.
024492     05 WR3-FILLER               PIC X(65) VALUE SPACES.
024494
024500 01  WS-RECRPT-DETAIL.
024600     05 WRD-ASA-CODE             PIC X(01) VALUE SPACES.
024700     05 WRD-EMPLOYEE-ID          PIC X(08).
025800     05 WRD-COL-DIV-6            PIC X(02) VALUE SPACES.
025900     05 WRD-MESSAGE              PIC X(30).
026000     05 WRD-FILLER               PIC X(15) VALUE SPACES.
026010
026020*************** THE SOC SEC, MEDICARE AND LOCAL TAX AMOUNTS PRINT
026030*************** ON A SECOND LINE UNDER THE GROSS, FED AND STATE
026040*************** COLUMNS SO EVERY AMOUNT KEEPS ITS FULL WIDTH.
026050 01  WS-RECRPT-DETAIL-2.
026060     05 WRD2-ASA-CODE            PIC X(01) VALUE SPACES.
026070     05 WRD2-LEAD                PIC X(18) VALUE SPACES.
026080     05 WRD2-SOCSEC              PIC ZZZ,ZZZ,ZZ9.99-.
026090     05 WRD2-COL-DIV-1           PIC X(01) VALUE SPACES.
026100     05 WRD2-MEDICARE            PIC ZZZ,ZZZ,ZZ9.99-.
026110     05 WRD2-COL-DIV-2           PIC X(01) VALUE SPACES.
026120     05 WRD2-LOCALTX             PIC ZZZ,ZZZ,ZZ9.99-.
026130     05 WRD2-FILLER              PIC X(67) VALUE SPACES.
026140
026200 01  WS-RECRPT-COUNT-LINE.
026300     05 WRC-ASA-CODE             PIC X(01) VALUE '-'.
026400     05 WRC-LABEL                PIC X(26).
033000     PERFORM 8700-WRITE-RECON-RECORD THRU 8700-EXIT
033100     MOVE WS-RECRPT-HEADER-2 TO RECON-RECORD
033200     PERFORM 8700-WRITE-RECON-RECORD THRU 8700-EXIT
033210     MOVE WS-RECRPT-HEADER-3 TO RECON-RECORD
033220     PERFORM 8700-WRITE-RECON-RECORD THRU 8700-EXIT
033300
033400     .
033500 1000-EXIT.
036700         PERFORM 9999-ABORT THRU 9999-EXIT
036800     END-IF
036900
036908*************** POSITION ON THE FIRST RUN MONTH OF THE YEAR.
036916     MOVE LS-RECON-YEAR TO BH-RUN-MONTH (1:4)
036924     MOVE '01'          TO BH-RUN-MONTH (5:2)
036932     START HIST-FILE
036940         KEY IS NOT LESS THAN BH-RUN-MONTH
036948         INVALID KEY
036956             SET WS-HIST-EOF TO TRUE
036964     END-START
036972     IF WS-HSTFILE-STATUS-CODE = '00' OR
036980         WS-HSTFILE-STATUS-CODE = '23' THEN
036988         CONTINUE
036996     ELSE
037004         MOVE '1600-SELECT-HISTORY, ' TO WS-ABORT-MSG-PGRPH
037012         MOVE 'STARTING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
037020         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
037028         MOVE 1905 TO RETURN-CODE
037036         PERFORM 9999-ABORT THRU 9999-EXIT
037044     END-IF
037052
037060     IF NOT WS-HIST-EOF THEN
037068         PERFORM 8000-READ-HIST-FILE THRU 8000-EXIT
037076     END-IF
037100
037200     PERFORM 1610-RELEASE-HISTORY THRU 1610-EXIT
037300         UNTIL WS-HIST-EOF
038700 1600-EXIT.
038800     EXIT.
038900*****************************************************************
039000*  RELEASE ONE HISTORY RECORD OF THE YEAR
039100*****************************************************************
039200
039300 1610-RELEASE-HISTORY.
039466     RELEASE SORT-RECORD FROM HIST-RECORD
039632     ADD +1 TO WS-HIST-REC-SELECTED
039800     PERFORM 8000-READ-HIST-FILE THRU 8000-EXIT
039900
040000     .
044800     MOVE ZERO TO WS-SUM-GROSS
044900     MOVE ZERO TO WS-SUM-FEDTX
045000     MOVE ZERO TO WS-SUM-STATETX
045010     MOVE ZERO TO WS-SUM-SOCSEC
045020     MOVE ZERO TO WS-SUM-MEDICARE
045030     MOVE ZERO TO WS-SUM-LOCALTX
045040     MOVE ZERO TO WS-SUM-401K
045100     MOVE ZERO TO WS-SUM-NET
045200
045300     PERFORM 2210-ADD-ONE-POSTING THRU 2210-EXIT
046500     ADD SH-GROSS   TO WS-SUM-GROSS
046600     ADD SH-FEDTX   TO WS-SUM-FEDTX
046700     ADD SH-STATETX TO WS-SUM-STATETX
046710     ADD SH-SOCSEC  TO WS-SUM-SOCSEC
046720     ADD SH-MEDICARE TO WS-SUM-MEDICARE
046730     ADD SH-LOCALTX TO WS-SUM-LOCALTX
046740     ADD SH-401K    TO WS-SUM-401K
046800     ADD SH-NET     TO WS-SUM-NET
046900     PERFORM 8100-READ-SORTED-HISTORY THRU 8100-EXIT
047000
047800 2300-CHECK-MASTER-ONLY.
047900     ADD +1 TO WS-EMP-CHECKED
048000     IF YM-YTD-GROSS = ZERO AND YM-YTD-FEDTX = ZERO AND
048100        YM-YTD-STATETX = ZERO AND
048110        YM-YTD-SOCSEC = ZERO AND YM-YTD-MEDICARE = ZERO AND
048115        YM-YTD-LOCALTX = ZERO AND
048117        YM-YTD-401K = ZERO AND
048120        YM-YTD-NET = ZERO THEN
048200         CONTINUE
048300     ELSE
048400         ADD +1 TO WS-EMP-MISMATCHED
048500         PERFORM 2600-PRINT-MASTER-LINE THRU 2600-EXIT
048600         MOVE SPACES TO WS-RECRPT-DETAIL
048700         MOVE 'HISTORY' TO WRD-SOURCE
048800         MOVE ZERO TO WRD-GROSS WRD-FEDTX WRD-STATETX
048810                      WRD2-SOCSEC WRD2-MEDICARE WRD2-LOCALTX
048820                      WRD-NET
048900         MOVE 'NO POSTINGS FOUND FOR YEAR' TO WRD-MESSAGE
049000         PERFORM 2700-WRITE-DETAIL-LINES THRU 2700-EXIT
049200     END-IF
049300     PERFORM 8200-READ-YTD-MASTER THRU 8200-EXIT
049400
050800     MOVE WS-SUM-GROSS   TO WRD-GROSS
050900     MOVE WS-SUM-FEDTX   TO WRD-FEDTX
051000     MOVE WS-SUM-STATETX TO WRD-STATETX
051010     MOVE WS-SUM-SOCSEC  TO WRD2-SOCSEC
051020     MOVE WS-SUM-MEDICARE TO WRD2-MEDICARE
051030     MOVE WS-SUM-LOCALTX TO WRD2-LOCALTX
051100     MOVE WS-SUM-NET     TO WRD-NET
051200     MOVE 'EMPLOYEE NOT ON YTD MASTER' TO WRD-MESSAGE
051300     PERFORM 2700-WRITE-DETAIL-LINES THRU 2700-EXIT
051500
051600     .
051700 2400-EXIT.
052500     IF YM-YTD-GROSS = WS-SUM-GROSS AND
052600        YM-YTD-FEDTX = WS-SUM-FEDTX AND
052700        YM-YTD-STATETX = WS-SUM-STATETX AND
052710        YM-YTD-SOCSEC = WS-SUM-SOCSEC AND
052720        YM-YTD-MEDICARE = WS-SUM-MEDICARE AND
052730        YM-YTD-LOCALTX = WS-SUM-LOCALTX AND
052740        YM-YTD-401K = WS-SUM-401K AND
052800        YM-YTD-NET = WS-SUM-NET THEN
052900         CONTINUE
053000     ELSE
053500         MOVE WS-SUM-GROSS   TO WRD-GROSS
053600         MOVE WS-SUM-FEDTX   TO WRD-FEDTX
053700         MOVE WS-SUM-STATETX TO WRD-STATETX
053710         MOVE WS-SUM-SOCSEC  TO WRD2-SOCSEC
053720         MOVE WS-SUM-MEDICARE TO WRD2-MEDICARE
053730         MOVE WS-SUM-LOCALTX TO WRD2-LOCALTX
053800         MOVE WS-SUM-NET     TO WRD-NET
053810*************** THE 401(K) DEFERRAL HAS NO COLUMN OF ITS OWN, SO
053820*************** A BREAK THAT IS ONLY IN THE DEFERRAL IS NAMED.
053830         IF YM-YTD-401K = WS-SUM-401K THEN
053900             MOVE 'MASTER DOES NOT FOOT' TO WRD-MESSAGE
053910         ELSE
053920             MOVE 'MASTER 401(K) NOT FOOTED' TO WRD-MESSAGE
053930         END-IF
054000         PERFORM 2700-WRITE-DETAIL-LINES THRU 2700-EXIT
054200     END-IF
054300
054400     .
055500     MOVE YM-YTD-GROSS   TO WRD-GROSS
055600     MOVE YM-YTD-FEDTX   TO WRD-FEDTX
055700     MOVE YM-YTD-STATETX TO WRD-STATETX
055710     MOVE YM-YTD-SOCSEC  TO WRD2-SOCSEC
055720     MOVE YM-YTD-MEDICARE TO WRD2-MEDICARE
055730     MOVE YM-YTD-LOCALTX TO WRD2-LOCALTX
055800     MOVE YM-YTD-NET     TO WRD-NET
055900     PERFORM 2700-WRITE-DETAIL-LINES THRU 2700-EXIT
056100
056200     .
056300 2600-EXIT.
056400     EXIT.
056410*****************************************************************
056420*  WRITE THE DETAIL LINE AND ITS SOC SEC / MEDICARE / LOCAL LINE
056430*****************************************************************
056440
056450 2700-WRITE-DETAIL-LINES.
056460     MOVE WS-RECRPT-DETAIL   TO RECON-RECORD
056470     PERFORM 8700-WRITE-RECON-RECORD THRU 8700-EXIT
056480     MOVE WS-RECRPT-DETAIL-2 TO RECON-RECORD
056490     PERFORM 8700-WRITE-RECON-RECORD THRU 8700-EXIT
056492
056494     .
056496 2700-EXIT.
056498     EXIT.
056500*****************************************************************
056600*  WRITE THE COUNTS AND THE VERDICT, SET THE RETURN CODE
056700*****************************************************************
062900*****************************************************************
063000
063100 8000-READ-HIST-FILE.
063200     READ HIST-FILE NEXT RECORD
063300         AT END
063400             SET WS-HIST-EOF TO TRUE
063500         NOT AT END
063600             ADD +1 TO WS-HIST-REC-IN
063700     END-READ
063733*************** '02' IS A GOOD READ WITH MORE POSTINGS UNDER THE
063766*************** SAME RUN MONTH ON THE ALTERNATE INDEX.
063800     IF WS-HSTFILE-STATUS-CODE = '00' OR
063850         WS-HSTFILE-STATUS-CODE = '02' OR
063900         WS-HSTFILE-STATUS-CODE = '10' THEN
064000         CONTINUE
064100     ELSE
064400         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
064500         MOVE 8091 TO RETURN-CODE
064600         PERFORM 9999-ABORT THRU 9999-EXIT
064623     END-IF
064646
064669*************** THE FIRST RUN MONTH PAST THE RECON YEAR ENDS IT.
064692     IF NOT WS-HIST-EOF
064715        AND BH-RUN-MONTH (1:4) > LS-RECON-YEAR THEN
064738         SET WS-HIST-EOF TO TRUE
064761         SUBTRACT 1 FROM WS-HIST-REC-IN
064787     END-IF
064800
064900     .
065000 8000-EXIT.
