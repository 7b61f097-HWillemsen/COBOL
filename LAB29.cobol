004100*    PROCESS 1. EDIT THE REQUESTED DATE RANGE.
004200*    ======= 2. LOAD EVERY INSTTAX BRACKET SET INTO CORE.
004300*            3. RE-PRICE EVERY HISTORY POSTING IN THE RANGE
004350*               UNDER THE SET IN EFFECT FOR ITS RUN DATE - ONLY
004400*               THE RANGE'S RUN MONTHS ARE READ, THROUGH THE
004450*               RUN-MONTH ALTERNATE INDEX (BONHIST1 PATH).
004500*            4. WRITE A TAX-ONLY ADJUSTMENT FOR EVERY POSTING
004600*               WHOSE WITHHOLDING CHANGES.
004700*            5. PRINT THE IMPACT LISTING AND STATE SUMMARY.
006300* SUZI Q  PAYROLL   09/02/26  INITIAL VERSION       LAB29     000*
006310* SUZI Q  PAYROLL   09/02/26  H/T HANDSHAKE ON THE  LAB29     001*
006320*                             ADJUSTMENT FEED
006346* SUZI Q  PAYROLL   10/15/26  READ THE RANGE BY     LAB29     002*
006372*                             RUN-MONTH INDEX
006381* SUZI Q  PAYROLL   10/15/26  BONHIST WIDENED TO    LAB29     003*
006390*                             120 BYTES
006400*****************************************************************
006500*
006600*****************************************************************
007000 INPUT-OUTPUT SECTION.
007100 FILE-CONTROL.
007200     SELECT HIST-FILE      ASSIGN TO BONHIST
007216            ORGANIZATION IS INDEXED
007232            ACCESS MODE IS DYNAMIC
007248            RECORD KEY IS BH-KEY
007264            ALTERNATE RECORD KEY IS BH-RUN-MONTH
007280                WITH DUPLICATES
007300            FILE STATUS IS WS-HSTFILE-STATUS-CODE.
007400     SELECT TAX-FILE       ASSIGN TO INSTTAX
007500            FILE STATUS IS WS-TAXFILE-STATUS-CODE.
008600*    HIST-FILE                                      INPUT
008700*****************************************************************
008800 FD  HIST-FILE
009000     LABEL RECORDS STANDARD
009150     RECORD CONTAINS 120 CHARACTERS
009300     DATA RECORD IS HIST-RECORD.
009400
009500 COPY BONHCMP REPLACING
009600     HC-RECORD              BY  HIST-RECORD
009650     HC-KEY                 BY  BH-KEY
009700     HC-EMPLOYEE-ID         BY  BH-EMPLOYEE-ID
009800     HC-RUN-DATE            BY  BH-RUN-DATE
009825     HC-RUN-MONTH           BY  BH-RUN-MONTH
009850     HC-RUN-DAY             BY  BH-RUN-DAY
009875     HC-SEQUENCE-NO         BY  BH-SEQUENCE-NO
009900     HC-STATE-CODE          BY  BH-STATE-CODE
010000     HC-FED-TAX-EXEMPT-CODE BY  BH-FED-TAX-EXEMPT-CODE
010100     HC-ST-TAX-EXEMPT-CODE  BY  BH-ST-TAX-EXEMPT-CODE
044500
044600     PERFORM 1100-LOAD-TAX-TABLE THRU 1100-EXIT
044700
044715     PERFORM 1200-POSITION-HISTORY THRU 1200-EXIT
044730
044745     .
044760 1000-EXIT.
044775     EXIT.
044790*****************************************************************
044805*  START THE HISTORY ON THE RUN MONTH OF THE FROM DATE AND READ
044820*  THE FIRST POSTING
044835*****************************************************************
044850
044865 1200-POSITION-HISTORY.
044880     MOVE LS-FROM-DATE (1:6) TO BH-RUN-MONTH
044895     START HIST-FILE
044910         KEY IS NOT LESS THAN BH-RUN-MONTH
044925         INVALID KEY
044940             SET WS-HIST-EOF TO TRUE
044955     END-START
044970     IF WS-HSTFILE-STATUS-CODE = '00' OR
044985         WS-HSTFILE-STATUS-CODE = '23' THEN
045000         CONTINUE
045015     ELSE
045030         MOVE '1200-POSITION-HISTORY, ' TO WS-ABORT-MSG-PGRPH
045045         MOVE 'STARTING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
045060         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
045075         MOVE 2909 TO RETURN-CODE
045090         PERFORM 9999-ABORT THRU 9999-EXIT
045105     END-IF
045120
045135     IF WS-HIST-EOF THEN
045150         GO TO 1200-EXIT
045165     END-IF
045180
045195     PERFORM 8000-READ-HIST-FILE THRU 8000-EXIT
045210
045225     .
045240 1200-EXIT.
045255     EXIT.
045300*****************************************************************
045400*  LOAD EVERY BRACKET SET ON THE CORRECTED INSTTAX MASTER
045500*****************************************************************
082700*****************************************************************
082800
082900 8000-READ-HIST-FILE.
083000     READ HIST-FILE NEXT RECORD
083100         AT END
083200             SET WS-HIST-EOF TO TRUE
083300         NOT AT END
083400             ADD +1 TO WS-REC-IN
083500     END-READ
083533*************** '02' IS A GOOD READ WITH MORE POSTINGS UNDER THE
083566*************** SAME RUN MONTH ON THE ALTERNATE INDEX.
083600     IF WS-HSTFILE-STATUS-CODE = '00' OR
083650         WS-HSTFILE-STATUS-CODE = '02' OR
083700         WS-HSTFILE-STATUS-CODE = '10' THEN
083800         CONTINUE
083900     ELSE
084200         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
084300         MOVE 8291 TO RETURN-CODE
084400         PERFORM 9999-ABORT THRU 9999-EXIT
084420     END-IF
084440
084460*************** THE BROWSE ENDS AFTER THE RUN MONTH OF THE TO
084480*************** DATE.
084500     IF NOT WS-HIST-EOF
084520        AND BH-RUN-MONTH > LS-TO-DATE (1:6) THEN
084540         SET WS-HIST-EOF TO TRUE
084560         SUBTRACT 1 FROM WS-REC-IN
084580     END-IF
084600
084700     .
084800 8000-EXIT.
