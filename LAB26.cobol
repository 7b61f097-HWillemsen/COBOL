001600*                EMPLOYEE-ID ORDER WITH SANE CONTENT - THIS
001700*                PROGRAM PROVES IT.  IT VERIFIES THE SEQUENCE,
001800*                FLAGS DUPLICATE EMPLOYEE IDS, BLANK DEPARTMENT
001900*                AND COMPANY CODES, AND HOME STATES WITH NO
002000*                BRACKET SET IN EFFECT ON INSTTAX, PRINTS AN
002100*                AUDIT LISTING WITH COUNTS, AND ENDS WITH A
002200*                NON-ZERO RETURN CODE SO THE SCHEDULER HOLDS
002300*                THE CYCLE WHEN THE HR FEED IS BAD.
002400*
002500*    NOTE:    THIS PROGRAM CHANGES NOTHING.  BOTH FILES ARE
002600*    =====    READ ONLY; THE ONLY OUTPUT IS THE LISTING.
003500*    PROCESS 1. LOAD THE STATE BRACKET SETS IN EFFECT.
003600*    ======= 2. READ EVERY HR MASTER RECORD.
003700*            3. FLAG SEQUENCE BREAKS, DUPLICATES, BLANK
003766*               DEPARTMENTS AND COMPANIES, AND UNPRICEABLE HOME
003832*               STATES.
003900*            4. PRINT THE COUNTS AND SET THE RETURN CODE.
004000*
004100*    OUTPUT  AUDIT-RECORD       HR MASTER AUDIT LIST (HRAUDIT)
005200* PERSON  PROJECT   DATE      DESCRIPTION          PROGRAM   VER*
005300* ------  --------  --------  -------------------  -------   ---*
005400* SUZI Q  PAYROLL   09/02/26  INITIAL VERSION       LAB26     000*
005410* SUZI Q  PAYROLL   10/15/26  LOCALITY CODE IN THE  LAB26     001*
005420*                             HR MASTER LAYOUT
005446* SUZI Q  PAYROLL   10/15/26  FLAG BLANK COMPANY    LAB26     002*
005472*                             CODES
005500*****************************************************************
005600*
005700*****************************************************************
008600     HM-EMPLOYEE-ID         BY  HR-EMPLOYEE-ID
008700     HM-DEPT-CODE           BY  HR-DEPT-CODE
008800     HM-MANAGER-NAME        BY  HR-MANAGER-NAME
008900     HM-HOME-STATE          BY  HR-HOME-STATE
008933     HM-LOCALITY-CODE       BY  HR-LOCALITY-CODE
008966     HM-COMPANY-CODE        BY  HR-COMPANY-CODE.
009000
009100*****************************************************************
009200*    STATE TAX FILE FOR TABLE                       INPUT
018400     05  WS-SEQ-ERROR-CTR        PIC S9(05) COMP-3 VALUE +0.
018500     05  WS-DUP-ERROR-CTR        PIC S9(05) COMP-3 VALUE +0.
018600     05  WS-DEPT-ERROR-CTR       PIC S9(05) COMP-3 VALUE +0.
018650     05  WS-COMPANY-ERROR-CTR    PIC S9(05) COMP-3 VALUE +0.
018700     05  WS-STATE-ERROR-CTR      PIC S9(05) COMP-3 VALUE +0.
018800     05  WS-TOTAL-ERROR-CTR      PIC S9(05) COMP-3 VALUE +0.
018900
042800         PERFORM 2100-WRITE-ERROR-LINE THRU 2100-EXIT
042900     END-IF
043000
043012     IF HR-COMPANY-CODE = SPACES THEN
043024         ADD +1 TO WS-COMPANY-ERROR-CTR
043036         MOVE 'COMPANY CODE IS BLANK'
043048             TO WAD-MESSAGE
043060         PERFORM 2100-WRITE-ERROR-LINE THRU 2100-EXIT
043072     END-IF
043084
043100     PERFORM 2200-CHECK-HOME-STATE THRU 2200-EXIT
043200     IF NOT WS-STATE-FOUND THEN
043300         ADD +1 TO WS-STATE-ERROR-CTR
049700     MOVE WS-DEPT-ERROR-CTR     TO WAC-COUNT
049800     MOVE WS-AUDRPT-COUNT-LINE  TO AUDIT-RECORD
049900     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
049928
049956     MOVE 'BLANK COMPANY CODES      :' TO WAC-LABEL
049984     MOVE WS-COMPANY-ERROR-CTR  TO WAC-COUNT
050012     MOVE WS-AUDRPT-COUNT-LINE  TO AUDIT-RECORD
050040     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
050068
050100     MOVE 'UNPRICEABLE HOME STATES  :' TO WAC-LABEL
050200     MOVE WS-STATE-ERROR-CTR    TO WAC-COUNT
050300     MOVE WS-AUDRPT-COUNT-LINE  TO AUDIT-RECORD
053100     DISPLAY 'SEQUENCE ERRORS          : ' WS-SEQ-ERROR-CTR
053200     DISPLAY 'DUPLICATE EMPLOYEE IDS   : ' WS-DUP-ERROR-CTR
053300     DISPLAY 'BLANK DEPARTMENT CODES   : ' WS-DEPT-ERROR-CTR
053350     DISPLAY 'BLANK COMPANY CODES      : ' WS-COMPANY-ERROR-CTR
053400     DISPLAY 'UNPRICEABLE HOME STATES  : ' WS-STATE-ERROR-CTR
053500
053600     .
