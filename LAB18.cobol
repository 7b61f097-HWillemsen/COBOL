001800*                SELECTED RECORDS TO AN EXTRACT FILE FOR
001900*                DOWNSTREAM USE.
002000*
002050*    NOTE:    THE HISTORY FILE IS A KSDS.  AN EMPLOYEE REQUEST
002100*    =====    STARTS ON THE EMPLOYEE'S FIRST KEY AND READS ONLY
002150*             THAT EMPLOYEE'S POSTINGS, IN RUN-DATE ORDER; A
002200*             MONTH REQUEST STARTS ON THE RUN-MONTH ALTERNATE
002250*             INDEX (BONHIST1 PATH) AND READS ONLY THAT MONTH.
002300*
002400*    INPUT   HIST-RECORD        COPYLIB MEMBER BONHCMP
002500*    =====   LS-INQUIRY-REQUEST REQUEST TYPE AND KEY (PARM):
002800*                COL 3-10 EMPLOYEE ID, OR YYYYMM PLUS 2 BLANKS
002900*
003000*    PROCESS 1. EDIT THE REQUEST TYPE AND KEY.
003075*    ======= 2. POSITION ON THE REQUESTED KEY.
003150*            3. PRINT AND EXTRACT EACH RECORD UNTIL THE KEY
003225*               CHANGES.
003300*            4. PRINT THE SELECTION TOTALS.
003400*
003500*    OUTPUT  INQ-RECORD         INQUIRY LISTING (INQRPT)
004600* PERSON  PROJECT   DATE      DESCRIPTION          PROGRAM   VER*
004700* ------  --------  --------  -------------------  -------   ---*
004800* SUZI Q  PAYROLL   08/22/26  INITIAL VERSION       LAB18     000*
004825* SUZI Q  PAYROLL   10/15/26  KEYED READ OF THE     LAB18     001*
004850*                             BONHIST KSDS; EXTRACT
004875*                             WIDENED TO 100
004883* SUZI Q  PAYROLL   10/15/26  BONHIST WIDENED TO    LAB18     002*
004891*                             120 BYTES; EXTRACT WIDENED TO 120
004900*****************************************************************
005000*
005100*****************************************************************
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT HIST-FILE      ASSIGN TO BONHIST
005716            ORGANIZATION IS INDEXED
005732            ACCESS MODE IS DYNAMIC
005748            RECORD KEY IS BH-KEY
005764            ALTERNATE RECORD KEY IS BH-RUN-MONTH
005780                WITH DUPLICATES
005800            FILE STATUS IS WS-HSTFILE-STATUS-CODE.
005900     SELECT INQ-REPORT     ASSIGN TO INQRPT
006000            FILE STATUS IS WS-INQFILE-STATUS-CODE.
006900*    HIST-FILE                                      INPUT
007000*****************************************************************
007100 FD  HIST-FILE
007300     LABEL RECORDS STANDARD
007450     RECORD CONTAINS 120 CHARACTERS
007600     DATA RECORD IS HIST-RECORD.
007700
007800 COPY BONHCMP REPLACING
007900     HC-RECORD              BY  HIST-RECORD
007950     HC-KEY                 BY  BH-KEY
008000     HC-EMPLOYEE-ID         BY  BH-EMPLOYEE-ID
008100     HC-RUN-DATE            BY  BH-RUN-DATE
008125     HC-RUN-MONTH           BY  BH-RUN-MONTH
008150     HC-RUN-DAY             BY  BH-RUN-DAY
008175     HC-SEQUENCE-NO         BY  BH-SEQUENCE-NO
008200     HC-STATE-CODE          BY  BH-STATE-CODE
008300     HC-FED-TAX-EXEMPT-CODE BY  BH-FED-TAX-EXEMPT-CODE
008400     HC-ST-TAX-EXEMPT-CODE  BY  BH-ST-TAX-EXEMPT-CODE
010600 FD  EXTRACT-FILE
010700     RECORDING F
010800     LABEL RECORDS STANDARD
010900     RECORD CONTAINS 120 CHARACTERS
011000     BLOCK CONTAINS 0 RECORDS
011100     DATA RECORD IS EXTRACT-RECORD.
011200
011300 01  EXTRACT-RECORD              PIC X(120).
011400
011500*****************************************************************
011600*    W O R K I N G - S T O R A G E
015200 01  SWITCHES.
015300     05  WS-HIST-FILE-SWITCH     PIC X(01) VALUE 'N'.
015400         88  WS-HIST-EOF                   VALUE 'Y'.
015700
015800***********************
015900*  ACCUMULATORS       *
033900     MOVE WS-INQRPT-HEADER-2 TO INQ-RECORD
034000     PERFORM 8500-WRITE-INQ-RECORD THRU 8500-EXIT
034100
034200     PERFORM 1100-POSITION-HISTORY THRU 1100-EXIT
034300
034400     .
034500 1000-EXIT.
034600     EXIT.
034602*****************************************************************
034604*  START THE HISTORY ON THE REQUESTED EMPLOYEE OR RUN MONTH AND
034606*  READ THE FIRST POSTING
034608*****************************************************************
034610
034612 1100-POSITION-HISTORY.
034614     IF LS-EMPLOYEE-REQUEST THEN
034616         MOVE LOW-VALUES     TO BH-KEY
034618         MOVE LS-REQUEST-KEY TO BH-EMPLOYEE-ID
034620         START HIST-FILE
034622             KEY IS NOT LESS THAN BH-KEY
034624             INVALID KEY
034626                 SET WS-HIST-EOF TO TRUE
034628         END-START
034630     ELSE
034632         MOVE LS-REQUEST-MONTH TO BH-RUN-MONTH
034634         START HIST-FILE
034636             KEY IS EQUAL TO BH-RUN-MONTH
034638             INVALID KEY
034640                 SET WS-HIST-EOF TO TRUE
034642         END-START
034644     END-IF
034646
034648     IF WS-HSTFILE-STATUS-CODE = '00' OR
034650         WS-HSTFILE-STATUS-CODE = '23' THEN
034652         CONTINUE
034654     ELSE
034656         MOVE '1100-POSITION-HISTORY, ' TO WS-ABORT-MSG-PGRPH
034658         MOVE 'STARTING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
034660         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
034662         MOVE 1806 TO RETURN-CODE
034664         PERFORM 9999-ABORT THRU 9999-EXIT
034666     END-IF
034668
034670     IF WS-HIST-EOF THEN
034672         GO TO 1100-EXIT
034674     END-IF
034676
034678     PERFORM 8000-READ-HIST-FILE THRU 8000-EXIT
034680
034682     .
034684 1100-EXIT.
034686     EXIT.
034700*****************************************************************
034800*  SELECT, PRINT, AND EXTRACT ONE HISTORY RECORD
034900*****************************************************************
035000
035100 2000-PROCESS-HISTORY.
035362     PERFORM 2100-WRITE-DETAIL-LINE THRU 2100-EXIT
035624     PERFORM 2200-WRITE-EXTRACT     THRU 2200-EXIT
035886     ADD +1         TO WS-REC-SELECTED
036148     ADD BH-GROSS   TO WS-SEL-GROSS
036410     ADD BH-FEDTX   TO WS-SEL-FEDTX
036672     ADD BH-STATETX TO WS-SEL-STATETX
036934     ADD BH-NET     TO WS-SEL-NET
037200
037300     PERFORM 8000-READ-HIST-FILE THRU 8000-EXIT
037400
046300*****************************************************************
046400
046500 8000-READ-HIST-FILE.
046600     READ HIST-FILE NEXT RECORD
046700         AT END
046800             SET WS-HIST-EOF TO TRUE
046900         NOT AT END
047000             ADD +1 TO WS-REC-IN
047100     END-READ
047133*************** '02' IS A GOOD READ WITH MORE POSTINGS UNDER THE
047166*************** SAME RUN MONTH ON THE ALTERNATE INDEX.
047200     IF WS-HSTFILE-STATUS-CODE = '00' OR
047250         WS-HSTFILE-STATUS-CODE = '02' OR
047300         WS-HSTFILE-STATUS-CODE = '10' THEN
047400         CONTINUE
047500     ELSE
047800         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
047900         MOVE 8081 TO RETURN-CODE
048000         PERFORM 9999-ABORT THRU 9999-EXIT
048015     END-IF
048030
048045*************** THE BROWSE ENDS WHERE THE REQUESTED KEY ENDS.
048060     IF WS-HIST-EOF THEN
048075         GO TO 8000-EXIT
048090     END-IF
048105     IF LS-EMPLOYEE-REQUEST THEN
048120         IF BH-EMPLOYEE-ID NOT = LS-REQUEST-KEY THEN
048135             SET WS-HIST-EOF TO TRUE
048150             SUBTRACT 1 FROM WS-REC-IN
048165         END-IF
048180     ELSE
048195         IF BH-RUN-MONTH NOT = LS-REQUEST-MONTH THEN
048210             SET WS-HIST-EOF TO TRUE
048225             SUBTRACT 1 FROM WS-REC-IN
048240         END-IF
048255     END-IF
048270
048300     .
048400 8000-EXIT.
048500     EXIT.
