001100*
001200*    PURPOSE  THIS PROGRAM IS THE RETENTION AND UNLOAD RUN FOR
001300*    =======     THE EVER-GROWING HISTORY AND ARCHIVE FILES.
001375*                ARCREPT AND RUNCTL ARE DISP=MOD AND THE BONHIST
001450*                KSDS TAKES A RECORD FOR EVERY POSTING, SO ALL
001525*                THREE ONLY EVER GROW; THIS RUN UNLOADS EVERYTHING
001600*                OLDER THAN A KEPT-YEARS PARAMETER TO DATED
001650*                OFFLINE UNLOAD FILES, REWRITES THE FLAT LIVE
001700*                FILES WITH ONLY THE RETAINED RECORDS, DELETES
001750*                THE UNLOADED POSTINGS FROM BONHIST IN PLACE
001800*                (ITS RUN-MONTH INDEX IS UPGRADED WITH THEM),
001850*                KEEPS RPTINDX
001900*                CONSISTENT WITH WHAT REMAINS IN THE ARCHIVE,
002000*                AND PRINTS A CONTROL LISTING OF COUNTS AND
002100*                HASH TOTALS UNLOADED VERSUS RETAINED SO THE
002500*    =====    RUN INDEX SUPPLIES EACH RUN'S DATE.  ARCHIVE
002600*                LINES FOR A RUN NOT ON THE INDEX ARE RETAINED
002700*                - WHEN IN DOUBT, KEEP.  THE JOB STREAM COPIES
002750*                THE NEW FLAT FILES BACK OVER THE LIVE ONES AFTER
002800*                THIS STEP ENDS CLEAN.  BONHIST IS CHANGED IN
002850*                PLACE, SO THE JOB STREAM BACKS IT UP (IDCAMS
002900*                REPRO) BEFORE THIS STEP; RESTORE FROM THAT COPY
002950*                BEFORE ANY RERUN.
003000*
003075*    INPUT   HIST-RECORD        COPYLIB MEMBER BONHCMP (BONHIST,
003150*    =====                      I-O)
003225*            ARC-RECORD         REPORT ARCHIVE (ARCREPT)
003300*            RUN-CTL-RECORD     RUN-CONTROL LEDGER (RUNCTL)
003400*            RPT-INDEX-RECORD   REPORT RUN INDEX (RPTINDX)
003500*            LS-KEPT-YEARS      YEARS TO KEEP ON LINE (PARM,
004100*            4. PRINT THE CONTROL LISTING OF COUNTS AND HASH
004200*               TOTALS, UNLOADED VERSUS RETAINED.
004300*
004400*    OUTPUT  UNLHIST            UNLOADED HISTORY
004500*    ======  NEWARCH/UNLARCH    RETAINED/UNLOADED ARCHIVE
004600*            NEWRUNC/UNLRUNC    RETAINED/UNLOADED RUN LEDGER
004700*            NEWINDX/UNLINDX    RETAINED/UNLOADED RUN INDEX
005800* PERSON  PROJECT   DATE      DESCRIPTION          PROGRAM   VER*
005900* ------  --------  --------  -------------------  -------   ---*
006000* SUZI Q  PAYROLL   09/02/26  INITIAL VERSION       LAB31     000*
006025* SUZI Q  PAYROLL   10/15/26  BONHIST IS A KSDS -   LAB31     001*
006050*                             UNLOADED POSTINGS ARE
006075*                             DELETED IN PLACE
006083* SUZI Q  PAYROLL   10/15/26  BONHIST WIDENED TO    LAB31     002*
006091*                             120 BYTES; UNLOAD WIDENED TO 120
006100*****************************************************************
006200*
006300*****************************************************************
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900     SELECT HIST-FILE      ASSIGN TO BONHIST
006925            ORGANIZATION IS INDEXED
006950            ACCESS MODE IS SEQUENTIAL
006975            RECORD KEY IS BH-KEY
007000            FILE STATUS IS WS-HSTFILE-STATUS-CODE.
007100     SELECT ARC-FILE       ASSIGN TO ARCREPT
007200            FILE STATUS IS WS-ARCFILE-STATUS-CODE.
007400            FILE STATUS IS WS-RCTFILE-STATUS-CODE.
007500     SELECT RPT-INDEX      ASSIGN TO RPTINDX
007600            FILE STATUS IS WS-NDXFILE-STATUS-CODE.
007900     SELECT UNL-HIST       ASSIGN TO UNLHIST
008000            FILE STATUS IS WS-UHSFILE-STATUS-CODE.
008100     SELECT NEW-ARCH       ASSIGN TO NEWARCH
009800 DATA DIVISION.
009900 FILE SECTION.
010000*****************************************************************
010100*    HIST-FILE                                      I-O
010200*****************************************************************
010300 FD  HIST-FILE
010500     LABEL RECORDS STANDARD
010650     RECORD CONTAINS 120 CHARACTERS
010800     DATA RECORD IS HIST-RECORD.
010900
011000 COPY BONHCMP REPLACING
011100     HC-RECORD              BY  HIST-RECORD
011150     HC-KEY                 BY  BH-KEY
011200     HC-EMPLOYEE-ID         BY  BH-EMPLOYEE-ID
011300     HC-RUN-DATE            BY  BH-RUN-DATE
011325     HC-RUN-MONTH           BY  BH-RUN-MONTH
011350     HC-RUN-DAY             BY  BH-RUN-DAY
011375     HC-SEQUENCE-NO         BY  BH-SEQUENCE-NO
011400     HC-STATE-CODE          BY  BH-STATE-CODE
011500     HC-FED-TAX-EXEMPT-CODE BY  BH-FED-TAX-EXEMPT-CODE
011600     HC-ST-TAX-EXEMPT-CODE  BY  BH-ST-TAX-EXEMPT-CODE
017600     05  RX-FILLER               PIC X(10).
017700
017800*****************************************************************
017900*    UNL-HIST                                       OUTPUT
018000*****************************************************************
018100 FD  UNL-HIST
018200     RECORDING F
018300     LABEL RECORDS STANDARD
018400     RECORD CONTAINS 120 CHARACTERS
018500     BLOCK CONTAINS 0 RECORDS
018600     DATA RECORD IS UNL-HIST-RECORD.
018700
018800 01  UNL-HIST-RECORD             PIC X(120).
019800
019900*****************************************************************
020000*    NEW-ARCH / UNL-ARCH                            OUTPUT
029700     05  WS-ARCFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
029800     05  WS-RCTFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
029900     05  WS-NDXFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
030100     05  WS-UHSFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
030200     05  WS-NARFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
030300     05  WS-UARFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
045900     COMPUTE WS-CUTOFF-YEAR = WS-RUN-YEAR-9 - WS-KEPT-YEARS
046000     MOVE WS-RUN-DATE (5:4) TO WS-CUTOFF-MMDD
046100
046175     OPEN I-O    HIST-FILE
046250     OPEN INPUT  ARC-FILE RUN-CTL RPT-INDEX
046325     OPEN OUTPUT UNL-HIST NEW-ARCH UNL-ARCH
046400     OPEN OUTPUT NEW-RUNC UNL-RUNC NEW-INDX UNL-INDX
046500     OPEN OUTPUT RETN-REPORT
046600     IF WS-HSTFILE-STATUS-CODE = '00' AND
046700        WS-ARCFILE-STATUS-CODE = '00' AND
046800        WS-RCTFILE-STATUS-CODE = '00' AND
046900        WS-NDXFILE-STATUS-CODE = '00' AND
047100        WS-UHSFILE-STATUS-CODE = '00' AND
047200        WS-NARFILE-STATUS-CODE = '00' AND
047300        WS-UARFILE-STATUS-CODE = '00' AND
055900 2200-EXIT.
056000     EXIT.
056100*****************************************************************
056166*  ONE HISTORY POSTING - RETAIN OR UNLOAD, HASH THE GROSS.  AN
056232*  UNLOADED POSTING GOES TO UNLHIST BEFORE IT IS DELETED
056300*****************************************************************
056400
056500 2300-SPLIT-ONE-POSTING.
056800         ADD BH-GROSS TO WS-HIST-UNL-HASH
056900         MOVE HIST-RECORD TO UNL-HIST-RECORD
057000         WRITE UNL-HIST-RECORD
057004         IF WS-UHSFILE-STATUS-CODE = '00' THEN
057008             CONTINUE
057012         ELSE
057016             MOVE '2300-SPLIT-ONE-POSTING, ' TO WS-ABORT-MSG-PGRPH
057020             MOVE 'WRITING HISTORY, ' TO WS-ABORT-MSG-EDESC
057024             MOVE WS-UHSFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
057028             MOVE 3105 TO RETURN-CODE
057032             PERFORM 9999-ABORT THRU 9999-EXIT
057036         END-IF
057040         DELETE HIST-FILE RECORD
057044         END-DELETE
057048         IF WS-HSTFILE-STATUS-CODE = '00' THEN
057052             CONTINUE
057056         ELSE
057060             MOVE '2300-SPLIT-ONE-POSTING, ' TO WS-ABORT-MSG-PGRPH
057064             MOVE 'DELETING HISTORY, ' TO WS-ABORT-MSG-EDESC
057068             MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
057072             MOVE 3108 TO RETURN-CODE
057076             PERFORM 9999-ABORT THRU 9999-EXIT
057080         END-IF
057100     ELSE
057200         ADD +1 TO WS-HIST-RETAINED
057300         ADD BH-GROSS TO WS-HIST-RET-HASH
057600     END-IF
058700
058800     PERFORM 8000-READ-HIST-FILE THRU 8000-EXIT
058900
076400
076500 4000-TERMINATE.
076600     CLOSE HIST-FILE ARC-FILE RUN-CTL RPT-INDEX
076700     CLOSE UNL-HIST NEW-ARCH UNL-ARCH
076800     CLOSE NEW-RUNC UNL-RUNC NEW-INDX UNL-INDX
076900     CLOSE RETN-REPORT
077000
