005450* SUZI Q  PAYROLL   08/22/26  HR LAYOUT VIA HRMCMP  LAB17     001*
005460* SUZI Q  PAYROLL   09/02/26  YTD UPDATE JOURNAL    LAB17     002*
005470*                             (BEFORE/AFTER IMAGES)
005480* SUZI Q  PAYROLL   10/15/26  RESET YTD FICA WAGES, LAB17     003*
005490*                             SOC SEC AND MEDICARE
005491* SUZI Q  PAYROLL   10/15/26  RESET YTD LOCAL TAX   LAB17     004*
005492* SUZI Q  PAYROLL   10/15/26  RESET YTD 401(K)      LAB17     005*
005494* SUZI Q  PAYROLL   10/15/26  COMPANY CODE IN THE   LAB17     006*
005495*                             HR MASTER LAYOUT
005496* SUZI Q  PAYROLL   10/15/26  HASH TOTALS FOR SOC   LAB17     007*
005498*                             SEC, MEDICARE, LOCAL
005499*                             TAX AND 401(K)
005500*****************************************************************
005600*
005700*****************************************************************
008400 FD  YTD-MASTER
008500     RECORDING F
008600     LABEL RECORDS STANDARD
008700     RECORD CONTAINS 100 CHARACTERS
008800     DATA RECORD IS YTD-MASTER-RECORD.
008900
009000     COPY YTDCMP REPLACING
009800         YC-YTD-GROSS           BY  YM-YTD-GROSS
009900         YC-YTD-FEDTX           BY  YM-YTD-FEDTX
010000         YC-YTD-STATETX         BY  YM-YTD-STATETX
010100         YC-YTD-NET             BY  YM-YTD-NET
010110         YC-YTD-FICA-WAGES      BY  YM-YTD-FICA-WAGES
010120         YC-YTD-SOCSEC          BY  YM-YTD-SOCSEC
010130         YC-YTD-MEDICARE        BY  YM-YTD-MEDICARE
010131         YC-YTD-LOCALTX         BY  YM-YTD-LOCALTX
010132         YC-YTD-401K            BY  YM-YTD-401K.
010200
010300*****************************************************************
010400*    HR-FILE                                       INPUT
011400     HM-EMPLOYEE-ID         BY  HR-EMPLOYEE-ID
011420     HM-DEPT-CODE           BY  HR-DEPT-CODE
011440     HM-MANAGER-NAME        BY  HR-MANAGER-NAME
011500     HM-HOME-STATE          BY  HR-HOME-STATE
011533     HM-LOCALITY-CODE       BY  HR-LOCALITY-CODE
011566     HM-COMPANY-CODE        BY  HR-COMPANY-CODE.
011600
011700*****************************************************************
011800*    ARCHIVE-FILE                                  OUTPUT
012000 FD  ARCHIVE-FILE
012100     RECORDING F
012200     LABEL RECORDS STANDARD
012300     RECORD CONTAINS 100 CHARACTERS
012400     BLOCK CONTAINS 0 RECORDS
012500     DATA RECORD IS ARCHIVE-RECORD.
012600
012700 01  ARCHIVE-RECORD              PIC X(100).
012800
012900*****************************************************************
013000*    YEAR-CTL                                   INPUT/OUTPUT
015930 FD  YTDJ-FILE
015935     RECORDING F
015940     LABEL RECORDS STANDARD
015945     RECORD CONTAINS 240 CHARACTERS
015950     BLOCK CONTAINS 0 RECORDS
015955     DATA RECORD IS YTDJ-RECORD.
015960
022300     05  WS-HASH-BEF-FEDTX       PIC S9(13)V99 COMP-3  VALUE +0.
022400     05  WS-HASH-BEF-STATETX     PIC S9(13)V99 COMP-3  VALUE +0.
022500     05  WS-HASH-BEF-NET         PIC S9(13)V99 COMP-3  VALUE +0.
022510     05  WS-HASH-BEF-FICA-WAGES  PIC S9(13)V99 COMP-3  VALUE +0.
022520     05  WS-HASH-BEF-SOCSEC      PIC S9(13)V99 COMP-3  VALUE +0.
022530     05  WS-HASH-BEF-MEDICARE    PIC S9(13)V99 COMP-3  VALUE +0.
022540     05  WS-HASH-BEF-LOCALTX     PIC S9(13)V99 COMP-3  VALUE +0.
022550     05  WS-HASH-BEF-401K        PIC S9(13)V99 COMP-3  VALUE +0.
022600     05  WS-HASH-AFT-GROSS       PIC S9(13)V99 COMP-3  VALUE +0.
022700     05  WS-HASH-AFT-FEDTX       PIC S9(13)V99 COMP-3  VALUE +0.
022800     05  WS-HASH-AFT-STATETX     PIC S9(13)V99 COMP-3  VALUE +0.
022900     05  WS-HASH-AFT-NET         PIC S9(13)V99 COMP-3  VALUE +0.
022910     05  WS-HASH-AFT-FICA-WAGES  PIC S9(13)V99 COMP-3  VALUE +0.
022920     05  WS-HASH-AFT-SOCSEC      PIC S9(13)V99 COMP-3  VALUE +0.
022930     05  WS-HASH-AFT-MEDICARE    PIC S9(13)V99 COMP-3  VALUE +0.
022940     05  WS-HASH-AFT-LOCALTX     PIC S9(13)V99 COMP-3  VALUE +0.
022950     05  WS-HASH-AFT-401K        PIC S9(13)V99 COMP-3  VALUE +0.
023000
023100***********************
023200*  WORK FIELDS        *
023400
023500 01  WS-WORK-FIELDS.
023600     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
023620     05  WS-YTD-BEFORE-IMAGE     PIC X(100) VALUE LOW-VALUES.
023640     05  WS-YTDJ-ACTION          PIC X(01)  VALUE SPACE.
023700
023800***********************
042400     ADD YM-YTD-FEDTX   TO WS-HASH-BEF-FEDTX
042500     ADD YM-YTD-STATETX TO WS-HASH-BEF-STATETX
042600     ADD YM-YTD-NET     TO WS-HASH-BEF-NET
042610     ADD YM-YTD-FICA-WAGES TO WS-HASH-BEF-FICA-WAGES
042620     ADD YM-YTD-SOCSEC  TO WS-HASH-BEF-SOCSEC
042630     ADD YM-YTD-MEDICARE TO WS-HASH-BEF-MEDICARE
042640     ADD YM-YTD-LOCALTX TO WS-HASH-BEF-LOCALTX
042650     ADD YM-YTD-401K    TO WS-HASH-BEF-401K
042700
042800     PERFORM 2100-MATCH-HR-MASTER THRU 2100-EXIT
042900
046700 2110-EXIT.
046800     EXIT.
046900*****************************************************************
047000*  ZERO THE YTD AMOUNTS      FOR AN EMPLOYEE STILL ON HR
047100*****************************************************************
047200
047300 2200-RESET-YTD-AMOUNTS.
047500     MOVE ZERO TO YM-YTD-FEDTX
047600     MOVE ZERO TO YM-YTD-STATETX
047700     MOVE ZERO TO YM-YTD-NET
047710*************** THE SOCIAL SECURITY WAGE BASE AND ADDITIONAL
047720*************** MEDICARE THRESHOLD START OVER EACH JANUARY.
047730     MOVE ZERO TO YM-YTD-FICA-WAGES
047740     MOVE ZERO TO YM-YTD-SOCSEC
047750     MOVE ZERO TO YM-YTD-MEDICARE
047760     MOVE ZERO TO YM-YTD-LOCALTX
047770     MOVE ZERO TO YM-YTD-401K
047800
047900     REWRITE YTD-MASTER-RECORD
048000     IF WS-YTDFILE-STATUS-CODE = '00' THEN
049300     ADD YM-YTD-FEDTX   TO WS-HASH-AFT-FEDTX
049400     ADD YM-YTD-STATETX TO WS-HASH-AFT-STATETX
049500     ADD YM-YTD-NET     TO WS-HASH-AFT-NET
049510     ADD YM-YTD-FICA-WAGES TO WS-HASH-AFT-FICA-WAGES
049520     ADD YM-YTD-SOCSEC  TO WS-HASH-AFT-SOCSEC
049530     ADD YM-YTD-MEDICARE TO WS-HASH-AFT-MEDICARE
049540     ADD YM-YTD-LOCALTX TO WS-HASH-AFT-LOCALTX
049550     ADD YM-YTD-401K    TO WS-HASH-AFT-401K
049600
049700     .
049800 2200-EXIT.
057100     MOVE WS-HASH-BEF-NET       TO WCA-AMOUNT
057200     MOVE WS-CTLRPT-AMOUNT-LINE TO CTL-RECORD
057300     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
057310
057320     MOVE 'HASH FICA WAGES BEFORE   :' TO WCA-LABEL
057330     MOVE WS-HASH-BEF-FICA-WAGES TO WCA-AMOUNT
057340     MOVE WS-CTLRPT-AMOUNT-LINE TO CTL-RECORD
057350     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
057352
057354     MOVE 'HASH SOC SEC BEFORE      :' TO WCA-LABEL
057357     MOVE WS-HASH-BEF-SOCSEC     TO WCA-AMOUNT
057359     MOVE WS-CTLRPT-AMOUNT-LINE TO CTL-RECORD
057361     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
057364
057366     MOVE 'HASH MEDICARE BEFORE     :' TO WCA-LABEL
057369     MOVE WS-HASH-BEF-MEDICARE   TO WCA-AMOUNT
057371     MOVE WS-CTLRPT-AMOUNT-LINE TO CTL-RECORD
057373     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
057376
057378     MOVE 'HASH LOCAL TAX BEFORE    :' TO WCA-LABEL
057380     MOVE WS-HASH-BEF-LOCALTX    TO WCA-AMOUNT
057383     MOVE WS-CTLRPT-AMOUNT-LINE TO CTL-RECORD
057385     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
057388
057390     MOVE 'HASH 401(K) BEFORE       :' TO WCA-LABEL
057392     MOVE WS-HASH-BEF-401K       TO WCA-AMOUNT
057395     MOVE WS-CTLRPT-AMOUNT-LINE TO CTL-RECORD
057397     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
057400
057500     MOVE 'HASH GROSS AFTER         :' TO WCA-LABEL
057600     MOVE WS-HASH-AFT-GROSS     TO WCA-AMOUNT
059100     MOVE WS-HASH-AFT-NET       TO WCA-AMOUNT
059200     MOVE WS-CTLRPT-AMOUNT-LINE TO CTL-RECORD
059300     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
059310
059320     MOVE 'HASH FICA WAGES AFTER    :' TO WCA-LABEL
059330     MOVE WS-HASH-AFT-FICA-WAGES TO WCA-AMOUNT
059340     MOVE WS-CTLRPT-AMOUNT-LINE TO CTL-RECORD
059350     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
059352
059354     MOVE 'HASH SOC SEC AFTER       :' TO WCA-LABEL
059357     MOVE WS-HASH-AFT-SOCSEC     TO WCA-AMOUNT
059359     MOVE WS-CTLRPT-AMOUNT-LINE TO CTL-RECORD
059361     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
059364
059366     MOVE 'HASH MEDICARE AFTER      :' TO WCA-LABEL
059369     MOVE WS-HASH-AFT-MEDICARE   TO WCA-AMOUNT
059371     MOVE WS-CTLRPT-AMOUNT-LINE TO CTL-RECORD
059373     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
059376
059378     MOVE 'HASH LOCAL TAX AFTER     :' TO WCA-LABEL
059380     MOVE WS-HASH-AFT-LOCALTX    TO WCA-AMOUNT
059383     MOVE WS-CTLRPT-AMOUNT-LINE TO CTL-RECORD
059385     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
059388
059390     MOVE 'HASH 401(K) AFTER        :' TO WCA-LABEL
059392     MOVE WS-HASH-AFT-401K       TO WCA-AMOUNT
059395     MOVE WS-CTLRPT-AMOUNT-LINE TO CTL-RECORD
059397     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
059400
059500     .
059600 3000-EXIT.
