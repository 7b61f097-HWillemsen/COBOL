000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB40.
000300 AUTHOR.        SUZI Q.
000400 DATE-WRITTEN.  OCTOBER 2026.
000500 DATE-COMPILED.
000600*****************************************************************
000700*
000800*-------------P R O G R A M  D E S C R I P T I O N--------------*
000900*
001000*    ----------------- LAB40 -----------------------
001100*
001200*    PURPOSE  THIS PROGRAM RECONCILES THE PAYROLL CHECK REGISTER
001300*    =======  (CHKREG) AGAINST THE BANK.  THE CHECKS LAB39
001400*                ISSUED SINCE THE LAST RUN ARE MERGED ONTO THE
001500*                REGISTER, THEN EACH CHECK STILL OPEN IS MARKED
001600*                CLEARED WHEN THE BANK'S PAID-CHECK FILE SHOWS
001700*                IT PAID, OR VOIDED WHEN PAYROLL HAS VOIDED IT.
001800*                WHAT IS LEFT IS AGED: AN UNCASHED CHECK GOES
001900*                STALE-DATED AFTER WS-C-STALE-DAYS AND IS VOIDED
002000*                AT THE BANK ON POSITIVE PAY; AFTER
002100*                WS-C-ESCHEAT-DAYS IT IS REPORTED AS UNCLAIMED
002200*                PROPERTY DUE TO THE EMPLOYEE'S STATE.
002300*
002400*    NOTE:    A VOIDED CHECK IS BACKED OUT OF PAYROLL THE SAME
002500*    =====    WAY LAB23 BACKS OUT A RETURNED DEPOSIT - A
002600*             REVERSING ADJUSTMENT IN THE BONUSCMP FEED FORMAT,
002700*             CARRYING THE ORIGINAL GROSS, STATE, AND EXEMPTION
002800*             CODES, FOR THE NEXT LAB14 RUN.  A STALE-DATED OR
002900*             ESCHEATED CHECK IS NOT REVERSED - THE EMPLOYEE IS
003000*             STILL OWED THE MONEY.  ANY BANK ITEM OR VOID THAT
003100*             DOES NOT FIT AN OPEN CHECK IS LISTED AS AN
003200*             EXCEPTION AND SETS A NON-ZERO RETURN CODE.
003310*
003320*             EACH COMPANY DRAWS ON ITS OWN ACCOUNT (ONE CHKSTOCK
003330*             RECORD PER COMPANY).  A CHECK IS CLEARED ONLY BY A
003340*             BANK ITEM ON THE ACCOUNT OF THE COMPANY THAT ISSUED
003350*             IT; A CHECK WITH NO COMPANY BELONGS TO THE FIRST
003360*             COMPANY ON CHKSTOCK.  POSITIVE-PAY VOIDS GO TO THE
003370*             BANK AS ONE BATCH PER COMPANY ACCOUNT, AND THE
003380*             ESCHEAT REPORT IS LISTED BY STATE WITH A SUBTOTAL
003390*             FOR EACH STATE.
003395*
003400*    INPUT   OLD-REG         CHKREG   (CHECK REGISTER)
003500*    =====   ISSUE-FILE      CHKISSUE (CHECKS ISSUED BY LAB39)
003600*            PAID-FILE       BANKPAID (BANK PAID-CHECK FILE)
003700*            VOID-FILE       CHKVOID  (PAYROLL VOID REQUESTS)
003800*            STOCK-FILE      CHKSTOCK (DISBURSING ACCOUNTS)
003900*
004000*    PROCESS 1. LOAD THE PAID CHECKS AND THE VOID REQUESTS.
004100*    ======= 2. MERGE THE NEW ISSUES ONTO THE REGISTER BY CHECK
004200*               NUMBER; CLEAR, VOID, OR AGE EACH OPEN CHECK.
004300*            3. LIST THE ESCHEATED CHECKS BY STATE.
004350*            4. LIST EVERY PAID ITEM AND VOID THAT MATCHED NO
004400*               CHECK ON THE REGISTER.
004500*
004600*    OUTPUT  NEW-REG         NEWCHKRG (UPDATED CHECK REGISTER)
004700*    ======  ADJ-FILE        CHKADJ   (REVERSALS FOR VOIDS IN
004800*                                      THE BONUSCMP FORMAT)
004900*            POSPAY-FILE     POSPAY   (POSITIVE-PAY VOIDS)
005000*            RECON-REPORT    CHKRECON (RECONCILIATION LISTING)
005100*            ESCHEAT-REPORT  ESCHRPT  (UNCLAIMED PROPERTY)
005200*
005300*    CALLING PROGRAM(S)  :   NONE
005400*
005500*    CALLED  PROGRAM(S)  :   NONE
005600*
005700*---------------------------------------------------------------*
005800*                 UPDATE LOG
005900*---------------------------------------------------------------*
006000*
006100* PERSON  PROJECT   DATE      DESCRIPTION          PROGRAM   VER*
006200* ------  --------  --------  -------------------  -------   ---*
006300* SUZI Q  PAYROLL   10/15/26  INITIAL VERSION       LAB40     000*
006310* SUZI Q  PAYROLL   10/15/26  CHECKS MATCHED ON THE LAB40     001*
006320*                             ISSUING COMPANY'S
006330*                             ACCOUNT; POSITIVE PAY
006340*                             ONE BATCH PER ACCOUNT;
006350*                             ESCHEATS LISTED BY
006360*                             STATE WITH SUBTOTALS
006400*****************************************************************
006500*
006600*****************************************************************
006700*         E N V I R O N M E N T     D I V I S I O N
006800*****************************************************************
006900 ENVIRONMENT DIVISION.
007000 INPUT-OUTPUT SECTION.
007100 FILE-CONTROL.
007200     SELECT OLD-REG        ASSIGN TO CHKREG
007300            FILE STATUS IS WS-ORGFILE-STATUS-CODE.
007400     SELECT ISSUE-FILE     ASSIGN TO CHKISSUE
007500            FILE STATUS IS WS-ISSFILE-STATUS-CODE.
007600     SELECT PAID-FILE      ASSIGN TO BANKPAID
007700            FILE STATUS IS WS-PADFILE-STATUS-CODE.
007800     SELECT VOID-FILE      ASSIGN TO CHKVOID
007900            FILE STATUS IS WS-VODFILE-STATUS-CODE.
008000     SELECT STOCK-FILE     ASSIGN TO CHKSTOCK
008100            FILE STATUS IS WS-STKFILE-STATUS-CODE.
008200     SELECT NEW-REG        ASSIGN TO NEWCHKRG
008300            FILE STATUS IS WS-NRGFILE-STATUS-CODE.
008400     SELECT ADJ-FILE       ASSIGN TO CHKADJ
008500            FILE STATUS IS WS-ADJFILE-STATUS-CODE.
008600     SELECT POSPAY-FILE    ASSIGN TO POSPAY
008700            FILE STATUS IS WS-PPYFILE-STATUS-CODE.
008800     SELECT RECON-REPORT   ASSIGN TO CHKRECON
008900            FILE STATUS IS WS-RPTFILE-STATUS-CODE.
009000     SELECT ESCHEAT-REPORT ASSIGN TO ESCHRPT
009100            FILE STATUS IS WS-ESCFILE-STATUS-CODE.
009150     SELECT SORT-FILE      ASSIGN TO SORTWK01.
009200*****************************************************************
009300*                  D A T A     D I V I S I O N
009400*****************************************************************
009500 DATA DIVISION.
009600 FILE SECTION.
009700*****************************************************************
009800*    OLD-REG - CHECK REGISTER                        INPUT
009900*****************************************************************
010000 FD  OLD-REG
010100     RECORDING F
010200     LABEL RECORDS STANDARD
010300     RECORD CONTAINS 120 CHARACTERS
010400     BLOCK CONTAINS 0 RECORDS
010500     DATA RECORD IS OLD-REG-RECORD.
010600
010700 COPY CHKRCMP REPLACING
010800     CR-RECORD              BY  OLD-REG-RECORD
010900     CR-CHECK-NUMBER        BY  OR-CHECK-NUMBER
011000     CR-EMPLOYEE-ID         BY  OR-EMPLOYEE-ID
011100     CR-LAST-NAME           BY  OR-LAST-NAME
011200     CR-FIRST-NAME          BY  OR-FIRST-NAME
011300     CR-MID-INIT            BY  OR-MID-INIT
011400     CR-STATE-CODE          BY  OR-STATE-CODE
011500     CR-FED-TAX-EXEMPT-CODE BY  OR-FED-TAX-EXEMPT-CODE
011600     CR-ST-TAX-EXEMPT-CODE  BY  OR-ST-TAX-EXEMPT-CODE
011700     CR-GROSS               BY  OR-GROSS
011800     CR-NET-AMT             BY  OR-NET-AMT
011900     CR-ISSUE-DATE          BY  OR-ISSUE-DATE
012000     CR-RUN-NUMBER          BY  OR-RUN-NUMBER
012100     CR-STATUS              BY  OR-STATUS
012200     CR-OUTSTANDING         BY  OR-OUTSTANDING
012300     CR-CLEARED             BY  OR-CLEARED
012400     CR-VOIDED              BY  OR-VOIDED
012500     CR-STALE-DATED         BY  OR-STALE-DATED
012600     CR-ESCHEATED           BY  OR-ESCHEATED
012700     CR-STILL-OPEN          BY  OR-STILL-OPEN
012800     CR-STATUS-DATE         BY  OR-STATUS-DATE
012900     CR-PAID-AMT            BY  OR-PAID-AMT
013000     CR-VOID-REASON         BY  OR-VOID-REASON
013050     CR-COMPANY-CODE        BY  OR-COMPANY-CODE.
013100
013200*****************************************************************
013300*    ISSUE-FILE - CHECKS ISSUED BY LAB39             INPUT
013400*****************************************************************
013500 FD  ISSUE-FILE
013600     RECORDING F
013700     LABEL RECORDS STANDARD
013800     RECORD CONTAINS 120 CHARACTERS
013900     BLOCK CONTAINS 0 RECORDS
014000     DATA RECORD IS ISSUE-RECORD.
014100
014200 COPY CHKRCMP REPLACING
014300     CR-RECORD              BY  ISSUE-RECORD
014400     CR-CHECK-NUMBER        BY  IS-CHECK-NUMBER
014500     CR-EMPLOYEE-ID         BY  IS-EMPLOYEE-ID
014600     CR-LAST-NAME           BY  IS-LAST-NAME
014700     CR-FIRST-NAME          BY  IS-FIRST-NAME
014800     CR-MID-INIT            BY  IS-MID-INIT
014900     CR-STATE-CODE          BY  IS-STATE-CODE
015000     CR-FED-TAX-EXEMPT-CODE BY  IS-FED-TAX-EXEMPT-CODE
015100     CR-ST-TAX-EXEMPT-CODE  BY  IS-ST-TAX-EXEMPT-CODE
015200     CR-GROSS               BY  IS-GROSS
015300     CR-NET-AMT             BY  IS-NET-AMT
015400     CR-ISSUE-DATE          BY  IS-ISSUE-DATE
015500     CR-RUN-NUMBER          BY  IS-RUN-NUMBER
015600     CR-STATUS              BY  IS-STATUS
015700     CR-OUTSTANDING         BY  IS-OUTSTANDING
015800     CR-CLEARED             BY  IS-CLEARED
015900     CR-VOIDED              BY  IS-VOIDED
016000     CR-STALE-DATED         BY  IS-STALE-DATED
016100     CR-ESCHEATED           BY  IS-ESCHEATED
016200     CR-STILL-OPEN          BY  IS-STILL-OPEN
016300     CR-STATUS-DATE         BY  IS-STATUS-DATE
016400     CR-PAID-AMT            BY  IS-PAID-AMT
016500     CR-VOID-REASON         BY  IS-VOID-REASON
016550     CR-COMPANY-CODE        BY  IS-COMPANY-CODE.
016600
016700*****************************************************************
016800*    PAID-FILE - THE BANK'S PAID-CHECK FILE          INPUT
016900*****************************************************************
017000 FD  PAID-FILE
017100     RECORDING F
017200     LABEL RECORDS STANDARD
017300     RECORD CONTAINS 80 CHARACTERS
017400     BLOCK CONTAINS 0 RECORDS
017500     DATA RECORD IS PAID-RECORD.
017600
017700*************** ONE 'P' RECORD PER CHECK THE BANK PAID - ANY
017800*************** OTHER RECORD TYPE (BANK HEADERS AND TOTALS) IS
017900*************** PASSED OVER.
018000 01  PAID-RECORD.
018100     05  PD-RECORD-TYPE          PIC X(01).
018200         88  PD-PAID-ITEM                  VALUE 'P'.
018300     05  PD-ACCOUNT-NUMBER       PIC X(17).
018400     05  PD-CHECK-NUMBER         PIC 9(08).
018500     05  PD-PAID-AMT             PIC 9(09)V99.
018600     05  PD-PAID-DATE            PIC X(08).
018700     05  FILLER                  PIC X(35).
018800
018900*****************************************************************
019000*    VOID-FILE - PAYROLL VOID REQUESTS               INPUT
019100*****************************************************************
019200 FD  VOID-FILE
019300     RECORDING F
019400     LABEL RECORDS STANDARD
019500     RECORD CONTAINS 80 CHARACTERS
019600     BLOCK CONTAINS 0 RECORDS
019700     DATA RECORD IS VOID-RECORD.
019800
019900*************** THE EMPLOYEE ID MUST MATCH THE CHECK, SO A MIS-
020000*************** KEYED CHECK NUMBER CANNOT VOID SOMEONE ELSE'S PAY.
020100 01  VOID-RECORD.
020200     05  VD-CHECK-NUMBER         PIC 9(08).
020300     05  VD-EMPLOYEE-ID          PIC X(08).
020400     05  VD-REASON-CODE          PIC X(02).
020500     05  VD-VOID-DATE            PIC X(08).
020600     05  FILLER                  PIC X(54).
020700
020800*****************************************************************
020900*    STOCK-FILE - CHECK-STOCK CONTROL                INPUT
021000*****************************************************************
021100 FD  STOCK-FILE
021200     RECORDING F
021300     LABEL RECORDS STANDARD
021400     RECORD CONTAINS 80 CHARACTERS
021500     BLOCK CONTAINS 0 RECORDS
021600     DATA RECORD IS STOCK-RECORD.
021700
021800 COPY CSTKCMP REPLACING
021900     CS-RECORD              BY  STOCK-RECORD
022000     CS-STOCK-ID            BY  SK-STOCK-ID
022100     CS-ACCOUNT-NUMBER      BY  SK-ACCOUNT-NUMBER
022200     CS-FIRST-CHECK         BY  SK-FIRST-CHECK
022300     CS-LAST-CHECK          BY  SK-LAST-CHECK
022400     CS-NEXT-CHECK          BY  SK-NEXT-CHECK
022500     CS-LAST-ISSUE-DATE     BY  SK-LAST-ISSUE-DATE
022550     CS-COMPANY-CODE        BY  SK-COMPANY-CODE.
022600
022700*****************************************************************
022800*    NEW-REG - UPDATED CHECK REGISTER                OUTPUT
022900*****************************************************************
023000 FD  NEW-REG
023100     RECORDING F
023200     LABEL RECORDS STANDARD
023300     RECORD CONTAINS 120 CHARACTERS
023400     BLOCK CONTAINS 0 RECORDS
023500     DATA RECORD IS NEW-REG-RECORD.
023600
023700 COPY CHKRCMP REPLACING
023800     CR-RECORD              BY  NEW-REG-RECORD
023900     CR-CHECK-NUMBER        BY  NR-CHECK-NUMBER
024000     CR-EMPLOYEE-ID         BY  NR-EMPLOYEE-ID
024100     CR-LAST-NAME           BY  NR-LAST-NAME
024200     CR-FIRST-NAME          BY  NR-FIRST-NAME
024300     CR-MID-INIT            BY  NR-MID-INIT
024400     CR-STATE-CODE          BY  NR-STATE-CODE
024500     CR-FED-TAX-EXEMPT-CODE BY  NR-FED-TAX-EXEMPT-CODE
024600     CR-ST-TAX-EXEMPT-CODE  BY  NR-ST-TAX-EXEMPT-CODE
024700     CR-GROSS               BY  NR-GROSS
024800     CR-NET-AMT             BY  NR-NET-AMT
024900     CR-ISSUE-DATE          BY  NR-ISSUE-DATE
025000     CR-RUN-NUMBER          BY  NR-RUN-NUMBER
025100     CR-STATUS              BY  NR-STATUS
025200     CR-OUTSTANDING         BY  NR-OUTSTANDING
025300     CR-CLEARED             BY  NR-CLEARED
025400     CR-VOIDED              BY  NR-VOIDED
025500     CR-STALE-DATED         BY  NR-STALE-DATED
025600     CR-ESCHEATED           BY  NR-ESCHEATED
025700     CR-STILL-OPEN          BY  NR-STILL-OPEN
025800     CR-STATUS-DATE         BY  NR-STATUS-DATE
025900     CR-PAID-AMT            BY  NR-PAID-AMT
026000     CR-VOID-REASON         BY  NR-VOID-REASON
026050     CR-COMPANY-CODE        BY  NR-COMPANY-CODE.
026100
026200*****************************************************************
026300*    ADJ-FILE - REVERSING ADJUSTMENTS FOR VOIDS      OUTPUT
026400*****************************************************************
026500 FD  ADJ-FILE
026600     RECORDING F
026700     LABEL RECORDS STANDARD
026800     RECORD CONTAINS 76 CHARACTERS
026900     BLOCK CONTAINS 0 RECORDS
027000     DATA RECORD IS ADJ-RECORD.
027100
027200 COPY BONUSCMP REPLACING
027300     BC-RECORD              BY  ADJ-RECORD
027400     BC-STATE-CODE          BY  AJ-STATE-CODE
027500     BC-LAST-NAME           BY  AJ-LAST-NAME
027600     BC-FIRST-NAME          BY  AJ-FIRST-NAME
027700     BC-MID-INIT            BY  AJ-MID-INIT
027800     BC-BONUS-AMT           BY  AJ-BONUS-AMT
027900     BC-FED-TAX-EXEMPT-CODE BY  AJ-FED-TAX-EXEMPT-CODE
028000     BC-FED-EXEMPT          BY  AJ-FED-EXEMPT
028100     BC-FED-NON-EXEMPT      BY  AJ-FED-NON-EXEMPT
028200     BC-ST-TAX-EXEMPT-CODE  BY  AJ-ST-TAX-EXEMPT-CODE
028300     BC-STATE-EXEMPT        BY  AJ-STATE-EXEMPT
028400     BC-STATE-NON-EXEMPT    BY  AJ-STATE-NON-EXEMPT
028500     BC-EMPLOYEE-ID         BY  AJ-EMPLOYEE-ID
028600     BC-RECORD-TYPE         BY  AJ-RECORD-TYPE
028700     BC-NORMAL-BONUS        BY  AJ-NORMAL-BONUS
028800     BC-ADJUSTMENT          BY  AJ-ADJUSTMENT
028900     BC-ADJ-SIGN            BY  AJ-ADJ-SIGN
029000     BC-ADJ-NEGATIVE        BY  AJ-ADJ-NEGATIVE
029100     BC-ADJ-POSITIVE        BY  AJ-ADJ-POSITIVE
029200     BC-SPLIT-ALLOCATION    BY  AJ-SPLIT-ALLOCATION
029300     BC-FEED-HEADER         BY  AJ-FEED-HEADER
029400     BC-FEED-TRAILER        BY  AJ-FEED-TRAILER
029500     BC-ADJ-BASIS           BY  AJ-ADJ-BASIS
029600     BC-ADJ-GROSS-BASIS     BY  AJ-ADJ-GROSS-BASIS
029700     BC-ADJ-TAX-ONLY        BY  AJ-ADJ-TAX-ONLY
029800     BC-SPLIT-PCT           BY  AJ-SPLIT-PCT.
029900
030000*****************************************************************
030100*    POSPAY-FILE - POSITIVE PAY VOIDS TO THE BANK    OUTPUT
030200*****************************************************************
030300 FD  POSPAY-FILE
030400     RECORDING F
030500     LABEL RECORDS STANDARD
030600     RECORD CONTAINS 80 CHARACTERS
030700     BLOCK CONTAINS 0 RECORDS
030800     DATA RECORD IS POSPAY-RECORD.
030900
031000 COPY PPAYCMP REPLACING
031100     PP-RECORD              BY  POSPAY-RECORD
031200     PP-RECORD-TYPE         BY  PY-RECORD-TYPE
031300     PP-HEADER              BY  PY-HEADER
031400     PP-DETAIL              BY  PY-DETAIL
031500     PP-TRAILER             BY  PY-TRAILER
031600     PP-ACCOUNT-NUMBER      BY  PY-ACCOUNT-NUMBER
031700     PP-BODY                BY  PY-BODY
031800     PP-DETAIL-BODY         BY  PY-DETAIL-BODY
031900     PP-CHECK-NUMBER        BY  PY-CHECK-NUMBER
032000     PP-AMOUNT              BY  PY-AMOUNT
032100     PP-ISSUE-DATE          BY  PY-ISSUE-DATE
032200     PP-ACTION              BY  PY-ACTION
032300     PP-ISSUE               BY  PY-ISSUE
032400     PP-VOID                BY  PY-VOID
032500     PP-PAYEE-NAME          BY  PY-PAYEE-NAME
032600     PP-HEADER-BODY         BY  PY-HEADER-BODY
032700     PP-H-FILE-DATE         BY  PY-H-FILE-DATE
032800     PP-H-SOURCE-SYSTEM     BY  PY-H-SOURCE-SYSTEM
032900     PP-TRAILER-BODY        BY  PY-TRAILER-BODY
033000     PP-T-RECORD-COUNT      BY  PY-T-RECORD-COUNT
033100     PP-T-TOTAL-AMT         BY  PY-T-TOTAL-AMT.
033200
033300*****************************************************************
033400*    RECON-REPORT                                    OUTPUT
033500*****************************************************************
033600 FD  RECON-REPORT
033700     RECORDING F
033800     LABEL RECORDS STANDARD
033900     RECORD CONTAINS 133 CHARACTERS
034000     BLOCK CONTAINS 0 RECORDS
034100     DATA RECORD IS RC-REPORT-RECORD.
034200
034300 01  RC-REPORT-RECORD.
034400     05  FILLER                  PIC X(133).
034500
034600*****************************************************************
034700*    ESCHEAT-REPORT                                  OUTPUT
034800*****************************************************************
034900 FD  ESCHEAT-REPORT
035000     RECORDING F
035100     LABEL RECORDS STANDARD
035200     RECORD CONTAINS 133 CHARACTERS
035300     BLOCK CONTAINS 0 RECORDS
035400     DATA RECORD IS ES-REPORT-RECORD.
035500
035600 01  ES-REPORT-RECORD.
035700     05  FILLER                  PIC X(133).
035705
035710*****************************************************************
035720*    SORT-FILE - ESCHEATED CHECKS BY STATE           WORKING
035730*****************************************************************
035740 SD  SORT-FILE
035750     RECORD CONTAINS 80 CHARACTERS
035760     DATA RECORD IS SORT-RECORD.
035770
035780 01  SORT-RECORD.
035790     05  SE-STATE-CODE           PIC X(02).
035800     05  SE-CHECK-NUMBER         PIC 9(08).
035810     05  SE-EMPLOYEE-ID          PIC X(08).
035820     05  SE-LAST-NAME            PIC X(20).
035830     05  SE-FIRST-NAME           PIC X(15).
035840     05  SE-ISSUE-DATE           PIC X(08).
035850     05  SE-NET-AMT              PIC S9(09)V99 COMP-3.
035860     05  SE-DAYS-OUT             PIC S9(07)    COMP-3.
035870     05  FILLER                  PIC X(09).
035880
035900*****************************************************************
036000*    W O R K I N G - S T O R A G E
036100*****************************************************************
036200
036300 WORKING-STORAGE SECTION.
036400
036500 01  WS-START-OF-WORKING-STORAGE.
036600     05 WS-START-OF-WS-MARKER           PIC X(37)
036700        VALUE 'LAB40 WORKING STORAGE BEGINS HERE'.
036800***********************
036900*  CONSTANTS          *
037000***********************
037100
037200*************** CALENDAR DAYS FROM ISSUE - THE CHECK FACE READS
037300*************** "VOID AFTER 180 DAYS"; UNCLAIMED WAGES ARE DUE
037400*************** TO THE STATE AFTER ONE YEAR OF DORMANCY.
037500 01  WS-CONSTANTS.
037600     05  WS-C-STALE-DAYS         PIC S9(05)     COMP-3 VALUE 180.
037700     05  WS-C-ESCHEAT-DAYS       PIC S9(05)     COMP-3 VALUE 365.
037800     05  WS-C-PAID-TABLE-SIZE    PIC S9(05)     COMP-3 VALUE 2000.
037900     05  WS-C-VOID-TABLE-SIZE    PIC S9(05)     COMP-3 VALUE 500.
037925     05  WS-C-STOCK-TABLE-SIZE   PIC S9(05)     COMP-3 VALUE 10.
037950     05  WS-C-PPVOID-TABLE-SIZE  PIC S9(05)     COMP-3 VALUE 2000.
038000     05  WS-C-SOURCE-SYSTEM      PIC X(08)      VALUE 'LAB40'.
038100
038200***********************
038300*  ERROR CODES        *
038400***********************
038500
038600 01  WS-ERROR-CODES.
038700     05  WS-ORGFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
038800     05  WS-ISSFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
038900     05  WS-PADFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
039000     05  WS-VODFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
039100     05  WS-STKFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
039200     05  WS-NRGFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
039300     05  WS-ADJFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
039400     05  WS-PPYFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
039500     05  WS-RPTFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
039600     05  WS-ESCFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
039700     05  WS-ABORT-TRIGGER        PIC S9(1) VALUE 0.
039800     05  WS-ABORT-CODE           PIC S9(1).
039900     05  WS-RETURN-CODE-DISPLAY  PIC S9(5) COMP-3.
040000
040100***********************
040200*  MESSAGE STRINGS    *
040300***********************
040400
040500 01  WS-ABORT-MSG-STRING.
040600     05  WS-ABORT-MSG-ERRLB      PIC X(06) VALUE 'ERROR '.
040700     05  WS-ABORT-MSG-EDESC      PIC X(28).
040800     05  WS-ABORT-MSG-IN         PIC X(14) VALUE ' IN PARAGRAPH '.
040900     05  WS-ABORT-MSG-PGRPH      PIC X(28).
041000     05  WS-ABORT-MSG-RCLBL      PIC X(08) VALUE 'SYS RC: '.
041100     05  WS-ABORT-MSG-SYSRC      PIC X(02).
041200
041300***********************
041400*  SWITCHES           *
041500***********************
041600
041700 01  SWITCHES.
041800     05  WS-OLDREG-SWITCH        PIC X(01) VALUE 'N'.
041900         88  WS-OLDREG-EOF                 VALUE 'Y'.
042000     05  WS-ISSUE-FILE-SWITCH    PIC X(01) VALUE 'N'.
042100         88  WS-ISSUE-EOF                  VALUE 'Y'.
042200     05  WS-PAID-FILE-SWITCH     PIC X(01) VALUE 'N'.
042300         88  WS-PAID-EOF                   VALUE 'Y'.
042400     05  WS-VOID-FILE-SWITCH     PIC X(01) VALUE 'N'.
042500         88  WS-VOID-EOF                   VALUE 'Y'.
042600     05  WS-STOCK-FILE-SWITCH    PIC X(01) VALUE 'N'.
042700         88  WS-STOCK-EOF                  VALUE 'Y'.
042800     05  WS-PAID-FOUND-SWITCH    PIC X(01) VALUE 'N'.
042900         88  WS-PAID-FOUND                 VALUE 'Y'.
043000     05  WS-VOID-FOUND-SWITCH    PIC X(01) VALUE 'N'.
043100         88  WS-VOID-FOUND                 VALUE 'Y'.
043120     05  WS-STOCK-FOUND-SWITCH   PIC X(01) VALUE 'N'.
043140         88  WS-STOCK-FOUND                VALUE 'Y'.
043160     05  WS-SORT-FILE-SWITCH     PIC X(01) VALUE 'N'.
043180         88  WS-SORT-EOF                   VALUE 'Y'.
043200
043300***********************
043400*  ACCUMULATORS       *
043500***********************
043600
043700 01  ACCUMULATORS.
043800     05  WS-REG-IN-CTR           PIC S9(07) COMP-3 VALUE +0.
043900     05  WS-ISSUE-IN-CTR         PIC S9(07) COMP-3 VALUE +0.
044000     05  WS-REG-OUT-CTR          PIC S9(07) COMP-3 VALUE +0.
044100     05  WS-PAID-IN-CTR          PIC S9(07) COMP-3 VALUE +0.
044200     05  WS-PAID-LOADED          PIC S9(07) COMP-3 VALUE +0.
044300     05  WS-PAID-OTHER-ACCT      PIC S9(07) COMP-3 VALUE +0.
044400     05  WS-VOID-LOADED          PIC S9(07) COMP-3 VALUE +0.
044500     05  WS-CLEARED-CTR          PIC S9(07) COMP-3 VALUE +0.
044600     05  WS-CLEARED-AMT          PIC S9(11)V99 COMP-3 VALUE +0.
044700     05  WS-VOIDED-CTR           PIC S9(07) COMP-3 VALUE +0.
044800     05  WS-VOIDED-AMT           PIC S9(11)V99 COMP-3 VALUE +0.
044900     05  WS-ADJ-WRITTEN          PIC S9(07) COMP-3 VALUE +0.
045000     05  WS-ADJ-GROSS-TOTAL      PIC S9(11)V99 COMP-3 VALUE +0.
045100     05  WS-STALE-CTR            PIC S9(07) COMP-3 VALUE +0.
045200     05  WS-ESCHEAT-CTR          PIC S9(07) COMP-3 VALUE +0.
045300     05  WS-ESCHEAT-AMT          PIC S9(11)V99 COMP-3 VALUE +0.
045400     05  WS-OPEN-CTR             PIC S9(07) COMP-3 VALUE +0.
045500     05  WS-OPEN-AMT             PIC S9(11)V99 COMP-3 VALUE +0.
045600     05  WS-PPVOID-CTR           PIC S9(07) COMP-3 VALUE +0.
045700     05  WS-PPVOID-AMT           PIC S9(11)V99 COMP-3 VALUE +0.
045800     05  WS-EXCEPTION-CTR        PIC S9(07) COMP-3 VALUE +0.
045900     05  WS-PAID-UNMATCHED       PIC S9(07) COMP-3 VALUE +0.
046000     05  WS-VOID-UNMATCHED       PIC S9(07) COMP-3 VALUE +0.
046020     05  WS-STOCK-COUNT          PIC S9(05) COMP-3 VALUE +0.
046040     05  WS-PPVOID-HELD          PIC S9(05) COMP-3 VALUE +0.
046060     05  WS-STATE-ESCHEAT-CTR    PIC S9(07) COMP-3 VALUE +0.
046080     05  WS-STATE-ESCHEAT-AMT    PIC S9(11)V99 COMP-3 VALUE +0.
046100
046200**************************
046300*  PAID-CHECK TABLE      *
046400**************************
046500 01  PAID-TABLE.
046600     05  PAID-ENTRY OCCURS 2000 TIMES
046700             INDEXED BY PT-NDX.
046800         10  PT-CHECK-NUMBER     PIC 9(08) VALUE ZERO.
046850         10  PT-ACCOUNT-NUMBER   PIC X(17).
046900         10  PT-PAID-AMT         PIC 9(09)V99.
047000         10  PT-PAID-DATE        PIC X(08).
047100         10  PT-MATCH-SW         PIC X(01).
047200
047300**************************
047400*  VOID-REQUEST TABLE    *
047500**************************
047600 01  VOID-TABLE.
047700     05  VOID-ENTRY OCCURS 500 TIMES
047800             INDEXED BY VT-NDX.
047900         10  VT-CHECK-NUMBER     PIC 9(08) VALUE ZERO.
048000         10  VT-EMPLOYEE-ID      PIC X(08).
048100         10  VT-REASON-CODE      PIC X(02).
048200         10  VT-VOID-DATE        PIC X(08).
048300         10  VT-MATCH-SW         PIC X(01).
048305
048310**************************
048320*  COMPANY STOCK TABLE   *
048330**************************
048340 01  STOCK-TABLE.
048350     05  STOCK-ENTRY OCCURS 10 TIMES
048360             ASCENDING KEY IS ST-COMPANY-CODE
048370             INDEXED BY ST-NDX.
048380         10  ST-COMPANY-CODE     PIC X(04) VALUE HIGH-VALUES.
048390         10  ST-STOCK-ID         PIC X(04).
048400         10  ST-ACCOUNT-NUMBER   PIC X(17).
048410         10  ST-PPVOID-CTR       PIC S9(07) COMP-3.
048420         10  ST-PPVOID-AMT       PIC S9(11)V99 COMP-3.
048425
048430**************************
048440*  POSITIVE-PAY VOIDS    *
048450**************************
048460*************** HELD UNTIL THE END OF THE RUN AND SENT AS ONE
048470*************** BATCH PER COMPANY ACCOUNT.
048480 01  PPVOID-TABLE.
048490     05  PPVOID-ENTRY OCCURS 2000 TIMES
048500             INDEXED BY PV-NDX.
048510         10  PV-COMPANY-CODE     PIC X(04).
048520         10  PV-CHECK-NUMBER     PIC 9(08).
048530         10  PV-NET-AMT          PIC S9(09)V99 COMP-3.
048540         10  PV-ISSUE-DATE       PIC X(08).
048550         10  PV-PAYEE-NAME       PIC X(30).
048566
048583***********************
048600*  WORKING VALUES     *
048700***********************
048800
048900 01  WS-WORKING-VALUES.
049000     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
049100     05  WS-RUN-DATE-9           REDEFINES WS-RUN-DATE
049200                                 PIC 9(08).
049300     05  WS-ISSUE-DATE-9         PIC 9(08)  VALUE ZERO.
049400     05  WS-TODAY-INT            PIC S9(07) COMP-3 VALUE +0.
049500     05  WS-DAYS-OUT             PIC S9(07) COMP-3 VALUE +0.
049600     05  WS-DAYS-OUT-DISPLAY     PIC ZZZZ9.
049700     05  WS-OLD-KEY              PIC 9(08)  VALUE ZERO.
049800     05  WS-ISSUE-KEY            PIC 9(08)  VALUE ZERO.
049900     05  WS-PREV-OLD-KEY         PIC 9(08)  VALUE ZERO.
050000     05  WS-PREV-ISSUE-KEY       PIC 9(08)  VALUE ZERO.
050100     05  WS-LINE-ACTION          PIC X(10)  VALUE SPACES.
050200     05  WS-LINE-MESSAGE         PIC X(33)  VALUE SPACES.
050300     05  WS-PAYEE-NAME           PIC X(30)  VALUE SPACES.
050320     05  WS-COMPANY-KEY          PIC X(04)  VALUE SPACES.
050340     05  WS-LAST-COMPANY-CODE    PIC X(04)  VALUE LOW-VALUES.
050360     05  WS-PREV-STATE-CODE      PIC X(02)  VALUE SPACES.
050400
050500***********************
050600*  RECORD LAYOUTS     *
050700***********************
050800
050900 01  WS-RCRPT-HEADER-1.
051000     05 WH1-ASA-CODE             PIC X(01) VALUE '1'.
051100     05 WH1-TITLE                PIC X(42) VALUE
051200                  'CHECK REGISTER RECONCILIATION'.
051300     05 WH1-DATE-LABEL           PIC X(10) VALUE 'RUN DATE: '.
051400     05 WH1-RUN-DATE             PIC X(08).
051800     05 WH1-FILLER               PIC X(72) VALUE SPACES.
051900
052000 01  WS-RCRPT-HEADER-2.
052100     05 WH2-ASA-CODE             PIC X(01) VALUE '-'.
052200     05 WH2-CHECK-LABEL          PIC X(10) VALUE 'CHECK NO'.
052300     05 WH2-EMP-LABEL            PIC X(10) VALUE 'EMPLOYEE'.
052400     05 WH2-NAME-LABEL           PIC X(38) VALUE 'NAME'.
052500     05 WH2-ISSUED-LABEL         PIC X(10) VALUE 'ISSUED'.
052600     05 WH2-AMOUNT-LABEL         PIC X(17) VALUE
052700                                 '         AMOUNT'.
052800     05 WH2-ACTION-LABEL         PIC X(12) VALUE 'STATUS'.
052900     05 WH2-MSG-LABEL            PIC X(33) VALUE 'MESSAGE'.
053000     05 WH2-FILLER               PIC X(02) VALUE SPACES.
053100
053200 01  WS-RCRPT-DETAIL.
053300     05 WRD-ASA-CODE             PIC X(01) VALUE SPACES.
053400     05 WRD-CHECK-NUMBER         PIC X(08).
053500     05 WRD-COL-DIV-1            PIC X(02) VALUE SPACES.
053600     05 WRD-EMPLOYEE-ID          PIC X(08).
053700     05 WRD-COL-DIV-2            PIC X(02) VALUE SPACES.
053800     05 WRD-LAST-NAME            PIC X(20).
053900     05 WRD-COL-DIV-3            PIC X(01) VALUE SPACES.
054000     05 WRD-FIRST-NAME           PIC X(15).
054100     05 WRD-COL-DIV-4            PIC X(02) VALUE SPACES.
054200     05 WRD-ISSUE-DATE           PIC X(08).
054300     05 WRD-COL-DIV-5            PIC X(02) VALUE SPACES.
054400     05 WRD-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
054500     05 WRD-COL-DIV-6            PIC X(02) VALUE SPACES.
054600     05 WRD-ACTION               PIC X(10).
054700     05 WRD-COL-DIV-7            PIC X(02) VALUE SPACES.
054800     05 WRD-MESSAGE              PIC X(33).
054900     05 WRD-FILLER               PIC X(02) VALUE SPACES.
055000
055010 01  WS-RCRPT-STOCK-LINE.
055020     05 WRS-ASA-CODE             PIC X(01) VALUE ' '.
055030     05 WRS-COMPANY-LABEL        PIC X(09) VALUE 'COMPANY: '.
055040     05 WRS-COMPANY-CODE         PIC X(04).
055050     05 WRS-COL-DIV-1            PIC X(04) VALUE SPACES.
055060     05 WRS-STOCK-LABEL          PIC X(07) VALUE 'STOCK: '.
055070     05 WRS-STOCK-ID             PIC X(04).
055080     05 WRS-COL-DIV-2            PIC X(04) VALUE SPACES.
055090     05 WRS-ACCOUNT-LABEL        PIC X(09) VALUE 'ACCOUNT: '.
055092     05 WRS-ACCOUNT-NUMBER       PIC X(17).
055094     05 WRS-FILLER               PIC X(74) VALUE SPACES.
055096
055100 01  WS-RCRPT-SECTION-LINE.
055200     05 WPS-ASA-CODE             PIC X(01) VALUE '-'.
055300     05 WPS-TITLE                PIC X(50) VALUE SPACES.
055400     05 WPS-FILLER               PIC X(82) VALUE SPACES.
055500
055600 01  WS-RCRPT-COUNT-LINE.
055700     05 WRC-ASA-CODE             PIC X(01) VALUE '-'.
055800     05 WRC-LABEL                PIC X(26).
055900     05 WRC-COUNT                PIC Z,ZZZ,ZZ9.
056000     05 WRC-FILLER               PIC X(97) VALUE SPACES.
056100
056200 01  WS-RCRPT-AMOUNT-LINE.
056300     05 WRA-ASA-CODE             PIC X(01) VALUE ' '.
056400     05 WRA-LABEL                PIC X(26).
056500     05 WRA-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
056600     05 WRA-FILLER               PIC X(91) VALUE SPACES.
056700
056800 01  WS-ESRPT-HEADER-1.
056900     05 WE1-ASA-CODE             PIC X(01) VALUE '1'.
057000     05 WE1-TITLE                PIC X(56) VALUE
057100        'UNCLAIMED PROPERTY (ESCHEAT) REPORT - UNCASHED CHECKS'.
057200     05 WE1-DATE-LABEL           PIC X(10) VALUE 'RUN DATE: '.
057300     05 WE1-RUN-DATE             PIC X(08).
057400     05 WE1-FILLER               PIC X(58) VALUE SPACES.
057500
057600 01  WS-ESRPT-HEADER-2.
057700     05 WE2-ASA-CODE             PIC X(01) VALUE '-'.
057800     05 WE2-CHECK-LABEL          PIC X(10) VALUE 'CHECK NO'.
057900     05 WE2-EMP-LABEL            PIC X(10) VALUE 'EMPLOYEE'.
058000     05 WE2-NAME-LABEL           PIC X(38) VALUE 'NAME'.
058100     05 WE2-STATE-LABEL          PIC X(04) VALUE 'ST'.
058200     05 WE2-ISSUED-LABEL         PIC X(10) VALUE 'ISSUED'.
058300     05 WE2-AMOUNT-LABEL         PIC X(17) VALUE
058400                                 '         AMOUNT'.
058500     05 WE2-DAYS-LABEL           PIC X(10) VALUE 'DAYS OUT'.
058600     05 WE2-FILLER               PIC X(33) VALUE SPACES.
058700
058800 01  WS-ESRPT-DETAIL.
058900     05 WED-ASA-CODE             PIC X(01) VALUE SPACES.
059000     05 WED-CHECK-NUMBER         PIC 9(08).
059100     05 WED-COL-DIV-1            PIC X(02) VALUE SPACES.
059200     05 WED-EMPLOYEE-ID          PIC X(08).
059300     05 WED-COL-DIV-2            PIC X(02) VALUE SPACES.
059400     05 WED-LAST-NAME            PIC X(20).
059500     05 WED-COL-DIV-3            PIC X(01) VALUE SPACES.
059600     05 WED-FIRST-NAME           PIC X(15).
059700     05 WED-COL-DIV-4            PIC X(02) VALUE SPACES.
059800     05 WED-STATE-CODE           PIC X(02).
059900     05 WED-COL-DIV-5            PIC X(02) VALUE SPACES.
060000     05 WED-ISSUE-DATE           PIC X(08).
060100     05 WED-COL-DIV-6            PIC X(02) VALUE SPACES.
060200     05 WED-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
060300     05 WED-COL-DIV-7            PIC X(03) VALUE SPACES.
060400     05 WED-DAYS-OUT             PIC ZZZZ9.
060500     05 WED-FILLER               PIC X(37) VALUE SPACES.
060510
060520*************** THE STATE SUBTOTAL AMOUNT LINES UP UNDER THE
060530*************** DETAIL AMOUNT COLUMN.
060540 01  WS-ESRPT-STATE-TOTAL.
060550     05 WES-ASA-CODE             PIC X(01) VALUE '0'.
060560     05 WES-STATE-LABEL          PIC X(06) VALUE 'STATE '.
060570     05 WES-STATE-CODE           PIC X(02).
060580     05 WES-TOTAL-LABEL          PIC X(09) VALUE ' TOTAL - '.
060590     05 WES-COUNT                PIC Z,ZZZ,ZZ9.
060600     05 WES-CHECKS-LABEL         PIC X(07) VALUE ' CHECKS'.
060610     05 WES-COL-DIV-1            PIC X(39) VALUE SPACES.
060620     05 WES-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
060630     05 WES-FILLER               PIC X(45) VALUE SPACES.
060665
060700 01  WS-ADJ-FEED-HEADER.
060800     05 WAJ-H-FEED-DATE          PIC X(08).
060900     05 WAJ-H-SOURCE-SYSTEM      PIC X(08) VALUE 'LAB40'.
061000     05 FILLER                   PIC X(37) VALUE SPACES.
061100     05 WAJ-H-RECORD-TYPE        PIC X(01) VALUE 'H'.
061200     05 FILLER                   PIC X(22) VALUE SPACES.
061300
061400 01  WS-ADJ-FEED-TRAILER.
061500     05 WAJ-T-RECORD-COUNT       PIC 9(07).
061600     05 WAJ-T-GROSS-TOTAL        PIC 9(11)V99.
061700     05 FILLER                   PIC X(33) VALUE SPACES.
061800     05 WAJ-T-RECORD-TYPE        PIC X(01) VALUE 'T'.
061900     05 FILLER                   PIC X(22) VALUE SPACES.
062000
062100 01  WS-END-OF-WORKING-STORAGE.
062200     05 WS-END-OF-WS-MARKER      PIC X(35) VALUE
062300        'LAB40 WORKING STORAGE ENDS HERE'.
062400
062500*****************************************************************
062600*          P R O C E D U R E     D I V I S I O N
062700*****************************************************************
062800
062900 PROCEDURE DIVISION.
063000 0000-MAINLINE.
063100     PERFORM 1000-INITIALIZATION  THRU 1000-EXIT
063200     PERFORM 1500-RECONCILE-CHECKS THRU 1500-EXIT
063300     PERFORM 3000-REPORT-UNMATCHED THRU 3000-EXIT
063400     PERFORM 3500-WRITE-FOOTERS   THRU 3500-EXIT
063500     PERFORM 4000-TERMINATE       THRU 4000-EXIT
063600     GOBACK
063700
063800     .
063900*****************************************************************
064000*  INITIALIZATION - OPEN FILES, LOAD THE DISBURSING ACCOUNTS,
064100*  LOAD THE PAID CHECKS AND THE VOID REQUESTS, START THE FEEDS
064200*****************************************************************
064300
064400 1000-INITIALIZATION.
064500     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
064600     COMPUTE WS-TODAY-INT =
064700         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-9)
064800
064900     OPEN INPUT OLD-REG
065000     IF WS-ORGFILE-STATUS-CODE = '00' THEN
065100         CONTINUE
065200     ELSE
065300         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
065400         MOVE 'OPENING OLD-REG, ' TO WS-ABORT-MSG-EDESC
065500         MOVE WS-ORGFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
065600         MOVE 4001 TO RETURN-CODE
065700         PERFORM 9999-ABORT THRU 9999-EXIT
065800     END-IF
065900
066000     OPEN INPUT ISSUE-FILE
066100     IF WS-ISSFILE-STATUS-CODE = '00' THEN
066200         CONTINUE
066300     ELSE
066400         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
066500         MOVE 'OPENING ISSUE-FILE, ' TO WS-ABORT-MSG-EDESC
066600         MOVE WS-ISSFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
066700         MOVE 4002 TO RETURN-CODE
066800         PERFORM 9999-ABORT THRU 9999-EXIT
066900     END-IF
067000
067100     OPEN INPUT PAID-FILE
067200     IF WS-PADFILE-STATUS-CODE = '00' THEN
067300         CONTINUE
067400     ELSE
067500         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
067600         MOVE 'OPENING PAID-FILE, ' TO WS-ABORT-MSG-EDESC
067700         MOVE WS-PADFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
067800         MOVE 4003 TO RETURN-CODE
067900         PERFORM 9999-ABORT THRU 9999-EXIT
068000     END-IF
068100
068200     OPEN INPUT VOID-FILE
068300     IF WS-VODFILE-STATUS-CODE = '00' THEN
068400         CONTINUE
068500     ELSE
068600         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
068700         MOVE 'OPENING VOID-FILE, ' TO WS-ABORT-MSG-EDESC
068800         MOVE WS-VODFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
068900         MOVE 4004 TO RETURN-CODE
069000         PERFORM 9999-ABORT THRU 9999-EXIT
069100     END-IF
069200
069300     OPEN INPUT STOCK-FILE
069400     IF WS-STKFILE-STATUS-CODE = '00' THEN
069500         CONTINUE
069600     ELSE
069700         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
069800         MOVE 'OPENING STOCK-FILE, ' TO WS-ABORT-MSG-EDESC
069900         MOVE WS-STKFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
070000         MOVE 4005 TO RETURN-CODE
070100         PERFORM 9999-ABORT THRU 9999-EXIT
070200     END-IF
070300
070400     OPEN OUTPUT NEW-REG
070500     IF WS-NRGFILE-STATUS-CODE = '00' THEN
070600         CONTINUE
070700     ELSE
070800         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
070900         MOVE 'OPENING NEW-REG, ' TO WS-ABORT-MSG-EDESC
071000         MOVE WS-NRGFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
071100         MOVE 4006 TO RETURN-CODE
071200         PERFORM 9999-ABORT THRU 9999-EXIT
071300     END-IF
071400
071500     OPEN OUTPUT ADJ-FILE
071600     IF WS-ADJFILE-STATUS-CODE = '00' THEN
071700         CONTINUE
071800     ELSE
071900         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
072000         MOVE 'OPENING ADJ-FILE, ' TO WS-ABORT-MSG-EDESC
072100         MOVE WS-ADJFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
072200         MOVE 4007 TO RETURN-CODE
072300         PERFORM 9999-ABORT THRU 9999-EXIT
072400     END-IF
072500
072600     OPEN OUTPUT POSPAY-FILE
072700     IF WS-PPYFILE-STATUS-CODE = '00' THEN
072800         CONTINUE
072900     ELSE
073000         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
073100         MOVE 'OPENING POSPAY-FILE, ' TO WS-ABORT-MSG-EDESC
073200         MOVE WS-PPYFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
073300         MOVE 4008 TO RETURN-CODE
073400         PERFORM 9999-ABORT THRU 9999-EXIT
073500     END-IF
073600
073700     OPEN OUTPUT RECON-REPORT
073800     IF WS-RPTFILE-STATUS-CODE = '00' THEN
073900         CONTINUE
074000     ELSE
074100         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
074200         MOVE 'OPENING RECON-REPORT, ' TO WS-ABORT-MSG-EDESC
074300         MOVE WS-RPTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
074400         MOVE 4009 TO RETURN-CODE
074500         PERFORM 9999-ABORT THRU 9999-EXIT
074600     END-IF
074700
074800     OPEN OUTPUT ESCHEAT-REPORT
074900     IF WS-ESCFILE-STATUS-CODE = '00' THEN
075000         CONTINUE
075100     ELSE
075200         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
075300         MOVE 'OPENING ESCHEAT-REPORT, ' TO WS-ABORT-MSG-EDESC
075400         MOVE WS-ESCFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
075500         MOVE 4010 TO RETURN-CODE
075600         PERFORM 9999-ABORT THRU 9999-EXIT
075700     END-IF
075800
075900     PERFORM 8400-READ-STOCK-FILE THRU 8400-EXIT
076000     IF WS-STOCK-EOF THEN
076100         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
076200         MOVE '- NO CHECK-STOCK RECORD, ' TO WS-ABORT-MSG-EDESC
076300         MOVE '  ' TO WS-ABORT-MSG-SYSRC
076400         MOVE 4011 TO RETURN-CODE
076500         PERFORM 9999-ABORT THRU 9999-EXIT
076600     END-IF
076650     PERFORM 1300-LOAD-ONE-STOCK THRU 1300-EXIT
076660         UNTIL WS-STOCK-EOF
076700     CLOSE STOCK-FILE
076800
076900     SET PT-NDX TO 1
077000     PERFORM 8200-READ-PAID-FILE THRU 8200-EXIT
077100     PERFORM 1100-LOAD-ONE-PAID THRU 1100-EXIT
077200         UNTIL WS-PAID-EOF
077300     CLOSE PAID-FILE
077400
077500     SET VT-NDX TO 1
077600     PERFORM 8300-READ-VOID-FILE THRU 8300-EXIT
077700     PERFORM 1200-LOAD-ONE-VOID THRU 1200-EXIT
077800         UNTIL WS-VOID-EOF
077900     CLOSE VOID-FILE
078000
078100     MOVE WS-RUN-DATE          TO WH1-RUN-DATE
078300     MOVE WS-RCRPT-HEADER-1    TO RC-REPORT-RECORD
078400     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
078420     PERFORM 1350-WRITE-STOCK-LINE THRU 1350-EXIT
078440         VARYING ST-NDX FROM 1 BY 1
078460         UNTIL ST-NDX > WS-STOCK-COUNT
078500
078600     MOVE WS-RUN-DATE          TO WE1-RUN-DATE
078700     MOVE WS-ESRPT-HEADER-1    TO ES-REPORT-RECORD
078800     PERFORM 8700-WRITE-ESCHEAT-RECORD THRU 8700-EXIT
078900     MOVE WS-ESRPT-HEADER-2    TO ES-REPORT-RECORD
079000     PERFORM 8700-WRITE-ESCHEAT-RECORD THRU 8700-EXIT
079100
079200*************** SAME HANDSHAKE AS LAB23'S ADJUSTMENT FEED, SO
079300*************** LAB14 ACCEPTS THE VOID REVERSALS WITH NO EDITS.
079400     MOVE WS-RUN-DATE          TO WAJ-H-FEED-DATE
079500     MOVE WS-ADJ-FEED-HEADER   TO ADJ-RECORD
079600     PERFORM 8800-WRITE-ADJ-RECORD THRU 8800-EXIT
080400
080500     .
080600 1000-EXIT.
080700     EXIT.
080800*****************************************************************
080900*  LOAD ONE PAID CHECK - ONLY CHECKS DRAWN ON A PAYROLL
081000*  DISBURSING ACCOUNT
081100*****************************************************************
081200
081300 1100-LOAD-ONE-PAID.
081400     IF PD-PAID-ITEM THEN
081410         MOVE 'N' TO WS-STOCK-FOUND-SWITCH
081420         SET ST-NDX TO 1
081430         SEARCH STOCK-ENTRY
081440             AT END
081450                 CONTINUE
081460             WHEN ST-COMPANY-CODE (ST-NDX) = HIGH-VALUES
081470                 CONTINUE
081480             WHEN ST-ACCOUNT-NUMBER (ST-NDX) = PD-ACCOUNT-NUMBER
081490                 SET WS-STOCK-FOUND TO TRUE
081495         END-SEARCH
081500         IF WS-STOCK-FOUND THEN
081600             IF WS-PAID-LOADED NOT < WS-C-PAID-TABLE-SIZE THEN
081700                 MOVE '1100-LOAD-ONE-PAID, '
081800                     TO WS-ABORT-MSG-PGRPH
081900                 MOVE '- PAID TABLE FULL, ' TO WS-ABORT-MSG-EDESC
082000                 MOVE '  ' TO WS-ABORT-MSG-SYSRC
082100                 MOVE 4012 TO RETURN-CODE
082200                 PERFORM 9999-ABORT THRU 9999-EXIT
082300             END-IF
082400             MOVE PD-CHECK-NUMBER TO PT-CHECK-NUMBER (PT-NDX)
082450             MOVE PD-ACCOUNT-NUMBER TO PT-ACCOUNT-NUMBER (PT-NDX)
082500             MOVE PD-PAID-AMT     TO PT-PAID-AMT (PT-NDX)
082600             MOVE PD-PAID-DATE    TO PT-PAID-DATE (PT-NDX)
082700             MOVE 'N'             TO PT-MATCH-SW (PT-NDX)
082800             SET PT-NDX UP BY 1
082900             ADD +1 TO WS-PAID-LOADED
083000         ELSE
083100             ADD +1 TO WS-PAID-OTHER-ACCT
083200         END-IF
083300     END-IF
083400
083500     PERFORM 8200-READ-PAID-FILE THRU 8200-EXIT
083600
083700     .
083800 1100-EXIT.
083900     EXIT.
084000*****************************************************************
084100*  LOAD ONE VOID REQUEST
084200*****************************************************************
084300
084400 1200-LOAD-ONE-VOID.
084500     IF WS-VOID-LOADED NOT < WS-C-VOID-TABLE-SIZE THEN
084600         MOVE '1200-LOAD-ONE-VOID, ' TO WS-ABORT-MSG-PGRPH
084700         MOVE '- VOID TABLE FULL, ' TO WS-ABORT-MSG-EDESC
084800         MOVE '  ' TO WS-ABORT-MSG-SYSRC
084900         MOVE 4013 TO RETURN-CODE
085000         PERFORM 9999-ABORT THRU 9999-EXIT
085100     END-IF
085200     MOVE VD-CHECK-NUMBER TO VT-CHECK-NUMBER (VT-NDX)
085300     MOVE VD-EMPLOYEE-ID  TO VT-EMPLOYEE-ID (VT-NDX)
085400     MOVE VD-REASON-CODE  TO VT-REASON-CODE (VT-NDX)
085500     MOVE VD-VOID-DATE    TO VT-VOID-DATE (VT-NDX)
085600     MOVE 'N'             TO VT-MATCH-SW (VT-NDX)
085700     SET VT-NDX UP BY 1
085800     ADD +1 TO WS-VOID-LOADED
085900
086000     PERFORM 8300-READ-VOID-FILE THRU 8300-EXIT
086100
086200     .
086300 1200-EXIT.
086400     EXIT.
086402*****************************************************************
086404*  LOAD ONE COMPANY'S CHECK-STOCK RECORD - ONE PER COMPANY, IN
086406*  COMPANY-CODE ORDER
086408*****************************************************************
086410
086412 1300-LOAD-ONE-STOCK.
086414     IF WS-STOCK-COUNT NOT < WS-C-STOCK-TABLE-SIZE THEN
086416         MOVE '1300-LOAD-ONE-STOCK, ' TO WS-ABORT-MSG-PGRPH
086418         MOVE '- STOCK TABLE FULL, ' TO WS-ABORT-MSG-EDESC
086420         MOVE '  ' TO WS-ABORT-MSG-SYSRC
086422         MOVE 4016 TO RETURN-CODE
086424         PERFORM 9999-ABORT THRU 9999-EXIT
086426     END-IF
086428
086430     IF SK-COMPANY-CODE NOT > WS-LAST-COMPANY-CODE THEN
086432         MOVE '1300-LOAD-ONE-STOCK, ' TO WS-ABORT-MSG-PGRPH
086434         MOVE '- STOCK OUT OF SEQUENCE, ' TO WS-ABORT-MSG-EDESC
086436         MOVE '  ' TO WS-ABORT-MSG-SYSRC
086438         MOVE 4017 TO RETURN-CODE
086440         PERFORM 9999-ABORT THRU 9999-EXIT
086442     END-IF
086444
086446     ADD +1                    TO WS-STOCK-COUNT
086448     SET ST-NDX                TO WS-STOCK-COUNT
086450     MOVE SK-COMPANY-CODE      TO ST-COMPANY-CODE (ST-NDX)
086452     MOVE SK-STOCK-ID          TO ST-STOCK-ID (ST-NDX)
086454     MOVE SK-ACCOUNT-NUMBER    TO ST-ACCOUNT-NUMBER (ST-NDX)
086456     MOVE ZERO                 TO ST-PPVOID-CTR (ST-NDX)
086458                                  ST-PPVOID-AMT (ST-NDX)
086460     MOVE SK-COMPANY-CODE      TO WS-LAST-COMPANY-CODE
086462
086464     PERFORM 8400-READ-STOCK-FILE THRU 8400-EXIT
086466
086468     .
086470 1300-EXIT.
086472     EXIT.
086474*****************************************************************
086476*  LIST ONE COMPANY'S STOCK AND ACCOUNT UNDER THE TITLE
086478*****************************************************************
086480
086482 1350-WRITE-STOCK-LINE.
086484     MOVE ST-COMPANY-CODE (ST-NDX)   TO WRS-COMPANY-CODE
086486     MOVE ST-STOCK-ID (ST-NDX)       TO WRS-STOCK-ID
086488     MOVE ST-ACCOUNT-NUMBER (ST-NDX) TO WRS-ACCOUNT-NUMBER
086490     MOVE WS-RCRPT-STOCK-LINE   TO RC-REPORT-RECORD
086492     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
086494
086496     .
086498 1350-EXIT.
086500     EXIT.
086502*****************************************************************
086504*  RECONCILE THE REGISTER, RELEASING EACH ESCHEATED CHECK TO THE
086506*  SORT, THEN LIST THE ESCHEATS IN STATE ORDER
086508*****************************************************************
086510
086512 1500-RECONCILE-CHECKS.
086514     SORT SORT-FILE
086516         ASCENDING KEY SE-STATE-CODE
086518         ASCENDING KEY SE-CHECK-NUMBER
086520         INPUT PROCEDURE IS 2000-RECONCILE THRU 2000-EXIT
086522         OUTPUT PROCEDURE IS 3700-LIST-ESCHEATS THRU 3700-EXIT
086524
086526     IF SORT-RETURN NOT = 0 THEN
086528         DISPLAY 'SORT ABENDED - SORT-RETURN = ', SORT-RETURN
086530     END-IF
086532
086534     .
086536 1500-EXIT.
086537     EXIT.
086568*****************************************************************
086600*  MERGE THE NEW ISSUES ONTO THE REGISTER AND APPLY THE BANK'S
086700*  PAID CHECKS AND PAYROLL'S VOIDS
086800*****************************************************************
086900
087000 2000-RECONCILE.
087100     MOVE SPACES TO WS-RCRPT-SECTION-LINE
087200     MOVE 'CHECK REGISTER ACTIVITY AND OUTSTANDING CHECKS'
087300         TO WPS-TITLE
087400     MOVE WS-RCRPT-SECTION-LINE TO RC-REPORT-RECORD
087500     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
087600     MOVE WS-RCRPT-HEADER-2     TO RC-REPORT-RECORD
087700     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
087800
087900     PERFORM 8000-READ-OLD-REG THRU 8000-EXIT
088000     PERFORM 8100-READ-ISSUE-FILE THRU 8100-EXIT
088100     PERFORM 2100-MERGE-ONE-CHECK THRU 2100-EXIT
088200         UNTIL WS-OLDREG-EOF AND WS-ISSUE-EOF
088300
088400     .
088500 2000-EXIT.
088600     EXIT.
088700*****************************************************************
088800*  TAKE THE LOWER CHECK NUMBER OF THE REGISTER AND THE ISSUE
088900*  FILE, BRING IT UP TO DATE, AND WRITE IT TO THE NEW REGISTER
089000*****************************************************************
089100
089200 2100-MERGE-ONE-CHECK.
089300     EVALUATE TRUE
089400         WHEN WS-OLD-KEY < WS-ISSUE-KEY
089500             MOVE OLD-REG-RECORD TO NEW-REG-RECORD
089600             PERFORM 8000-READ-OLD-REG THRU 8000-EXIT
089700         WHEN WS-ISSUE-KEY < WS-OLD-KEY
089800             MOVE ISSUE-RECORD   TO NEW-REG-RECORD
089900             PERFORM 8100-READ-ISSUE-FILE THRU 8100-EXIT
090000         WHEN OTHER
090100             PERFORM 2150-LIST-DUPLICATE-ISSUE THRU 2150-EXIT
090200             MOVE OLD-REG-RECORD TO NEW-REG-RECORD
090300             PERFORM 8000-READ-OLD-REG THRU 8000-EXIT
090400             PERFORM 8100-READ-ISSUE-FILE THRU 8100-EXIT
090500     END-EVALUATE
090600
090700     PERFORM 2200-APPLY-ACTIVITY THRU 2200-EXIT
090800     PERFORM 8500-WRITE-NEW-REG THRU 8500-EXIT
090900
091000     .
091100 2100-EXIT.
091200     EXIT.
091300*****************************************************************
091400*  AN ISSUED CHECK NUMBER IS ALREADY ON THE REGISTER - THE
091500*  REGISTER COPY IS KEPT AND THE ISSUE IS LISTED
091600*****************************************************************
091700
091800 2150-LIST-DUPLICATE-ISSUE.
091900     MOVE SPACES               TO WS-RCRPT-DETAIL
092000     MOVE IS-CHECK-NUMBER      TO WRD-CHECK-NUMBER
092100     MOVE IS-EMPLOYEE-ID       TO WRD-EMPLOYEE-ID
092200     MOVE IS-LAST-NAME         TO WRD-LAST-NAME
092300     MOVE IS-FIRST-NAME        TO WRD-FIRST-NAME
092400     MOVE IS-ISSUE-DATE        TO WRD-ISSUE-DATE
092500     MOVE IS-NET-AMT           TO WRD-AMOUNT
092600     MOVE 'EXCEPTION'          TO WRD-ACTION
092700     MOVE 'ISSUE NUMBER ALREADY ON REGISTER' TO WRD-MESSAGE
092800     MOVE WS-RCRPT-DETAIL      TO RC-REPORT-RECORD
092900     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
093000     ADD +1 TO WS-EXCEPTION-CTR
093100
093200     .
093300 2150-EXIT.
093400     EXIT.
093500*****************************************************************
093600*  BRING ONE CHECK UP TO DATE - CLEAR IT IF THE BANK PAID IT,
093700*  VOID IT IF PAYROLL VOIDED IT, OTHERWISE AGE IT
093800*****************************************************************
093900
094000 2200-APPLY-ACTIVITY.
094050     PERFORM 2250-FIND-CHECK-ACCOUNT THRU 2250-EXIT
094100     PERFORM 2300-FIND-PAID THRU 2300-EXIT
094200     PERFORM 2400-FIND-VOID THRU 2400-EXIT
094300
094400     IF NOT NR-STILL-OPEN THEN
094500         IF WS-PAID-FOUND THEN
094600             EVALUATE TRUE
094700                 WHEN NR-CLEARED
094800                     MOVE 'PAID AGAIN - ALREADY CLEARED'
094900                         TO WS-LINE-MESSAGE
095000                 WHEN NR-VOIDED
095100                     MOVE 'PAID BY THE BANK AFTER VOID'
095200                         TO WS-LINE-MESSAGE
095300                 WHEN OTHER
095400                     MOVE 'PAID BY THE BANK AFTER ESCHEAT'
095500                         TO WS-LINE-MESSAGE
095600             END-EVALUATE
095700             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
095800         END-IF
095900         IF WS-VOID-FOUND THEN
096000             MOVE 'VOID REQUESTED - CHECK NOT OPEN'
096100                 TO WS-LINE-MESSAGE
096200             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
096300         END-IF
096400         GO TO 2200-EXIT
096500     END-IF
096600
096700     IF WS-PAID-FOUND THEN
096800         PERFORM 2500-CLEAR-CHECK THRU 2500-EXIT
096900         IF WS-VOID-FOUND THEN
097000             MOVE 'VOID REQUESTED - BANK PAID CHECK'
097100                 TO WS-LINE-MESSAGE
097200             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
097300         END-IF
097400         GO TO 2200-EXIT
097500     END-IF
097600
097700     IF WS-VOID-FOUND THEN
097800         IF VT-EMPLOYEE-ID (VT-NDX) = NR-EMPLOYEE-ID THEN
097900             PERFORM 2600-VOID-CHECK THRU 2600-EXIT
098000             GO TO 2200-EXIT
098100         END-IF
098200         MOVE 'VOID EMPLOYEE DOES NOT MATCH'
098300             TO WS-LINE-MESSAGE
098400         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
098500     END-IF
098600
098700     PERFORM 2700-AGE-CHECK THRU 2700-EXIT
098800
098900     .
099000 2200-EXIT.
099100     EXIT.
099110*****************************************************************
099120*  FIND THE ACCOUNT THE CHECK WAS DRAWN ON - THAT OF THE COMPANY
099130*  THAT ISSUED IT.  A CHECK WITH NO COMPANY BELONGS TO THE FIRST
099140*  COMPANY ON CHKSTOCK.
099150*****************************************************************
099160
099170 2250-FIND-CHECK-ACCOUNT.
099180     IF NR-COMPANY-CODE = SPACES THEN
099190         MOVE ST-COMPANY-CODE (1) TO WS-COMPANY-KEY
099200     ELSE
099210         MOVE NR-COMPANY-CODE     TO WS-COMPANY-KEY
099220     END-IF
099230
099240     MOVE 'N' TO WS-STOCK-FOUND-SWITCH
099250     SEARCH ALL STOCK-ENTRY
099260         AT END
099270             CONTINUE
099280         WHEN ST-COMPANY-CODE (ST-NDX) = WS-COMPANY-KEY
099290             SET WS-STOCK-FOUND TO TRUE
099300     END-SEARCH
099310
099320     IF NOT WS-STOCK-FOUND THEN
099330         DISPLAY 'LAB40 NO CHECK STOCK FOR COMPANY '
099340             WS-COMPANY-KEY ', CHECK ' NR-CHECK-NUMBER
099350         MOVE '2250-FIND-CHECK-ACCOUNT, ' TO WS-ABORT-MSG-PGRPH
099360         MOVE '- NO STOCK FOR COMPANY, ' TO WS-ABORT-MSG-EDESC
099370         MOVE '  ' TO WS-ABORT-MSG-SYSRC
099380         MOVE 4018 TO RETURN-CODE
099390         PERFORM 9999-ABORT THRU 9999-EXIT
099400     END-IF
099410
099420     .
099430 2250-EXIT.
099440     EXIT.
099450*****************************************************************
099460*  LOOK FOR THE CHECK ON THE BANK'S PAID-CHECK FILE, ON THE
099470*  ACCOUNT IT WAS DRAWN ON
099480*****************************************************************
099500
099600 2300-FIND-PAID.
099700     MOVE 'N' TO WS-PAID-FOUND-SWITCH
099800     SET PT-NDX TO 1
099900     SEARCH PAID-ENTRY
100000         AT END
100100             CONTINUE
100200         WHEN PT-CHECK-NUMBER (PT-NDX) = ZERO
100300             CONTINUE
100400         WHEN PT-CHECK-NUMBER (PT-NDX) = NR-CHECK-NUMBER
100450          AND PT-ACCOUNT-NUMBER (PT-NDX)
100460                = ST-ACCOUNT-NUMBER (ST-NDX)
100500          AND PT-MATCH-SW (PT-NDX) = 'N'
100600             MOVE 'Y' TO PT-MATCH-SW (PT-NDX)
100700             SET WS-PAID-FOUND TO TRUE
100800     END-SEARCH
100900
101000     .
101100 2300-EXIT.
101200     EXIT.
101300*****************************************************************
101400*  LOOK FOR A VOID REQUEST AGAINST THE CHECK
101500*****************************************************************
101600
101700 2400-FIND-VOID.
101800     MOVE 'N' TO WS-VOID-FOUND-SWITCH
101900     SET VT-NDX TO 1
102000     SEARCH VOID-ENTRY
102100         AT END
102200             CONTINUE
102300         WHEN VT-CHECK-NUMBER (VT-NDX) = ZERO
102400             CONTINUE
102500         WHEN VT-CHECK-NUMBER (VT-NDX) = NR-CHECK-NUMBER
102600          AND VT-MATCH-SW (VT-NDX) = 'N'
102700             MOVE 'Y' TO VT-MATCH-SW (VT-NDX)
102800             SET WS-VOID-FOUND TO TRUE
102900     END-SEARCH
103000
103100     .
103200 2400-EXIT.
103300     EXIT.
103400*****************************************************************
103500*  MARK THE CHECK CLEARED ON THE DATE THE BANK PAID IT - A PAID
103600*  AMOUNT THAT DIFFERS FROM THE FACE AMOUNT IS AN EXCEPTION
103700*****************************************************************
103800
103900 2500-CLEAR-CHECK.
104000     SET NR-CLEARED                TO TRUE
104100     MOVE PT-PAID-DATE (PT-NDX)    TO NR-STATUS-DATE
104200     MOVE PT-PAID-AMT (PT-NDX)     TO NR-PAID-AMT
104300     ADD +1                        TO WS-CLEARED-CTR
104400     ADD PT-PAID-AMT (PT-NDX)      TO WS-CLEARED-AMT
104500
104600     MOVE 'CLEARED'                TO WS-LINE-ACTION
104700     MOVE SPACES                   TO WS-LINE-MESSAGE
104800     STRING 'PAID BY THE BANK ON '  DELIMITED BY SIZE
104900            PT-PAID-DATE (PT-NDX)  DELIMITED BY SIZE
105000         INTO WS-LINE-MESSAGE
105100     PERFORM 2950-WRITE-DETAIL-LINE THRU 2950-EXIT
105200
105300     IF PT-PAID-AMT (PT-NDX) NOT = NR-NET-AMT THEN
105400         MOVE 'PAID AMOUNT DIFFERS FROM ISSUE'
105500             TO WS-LINE-MESSAGE
105600         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
105700     END-IF
105800
105900     .
106000 2500-EXIT.
106100     EXIT.
106200*****************************************************************
106300*  VOID THE CHECK - STOP IT AT THE BANK AND CUT THE REVERSING
106400*  ADJUSTMENT FOR THE NEXT LAB14 RUN
106500*****************************************************************
106600
106700 2600-VOID-CHECK.
106800*************** A STALE-DATED CHECK IS ALREADY VOID AT THE BANK.
106900     IF NR-OUTSTANDING THEN
107000         PERFORM 2800-WRITE-POSPAY-VOID THRU 2800-EXIT
107100     END-IF
107200
107300     SET NR-VOIDED                 TO TRUE
107400     MOVE WS-RUN-DATE              TO NR-STATUS-DATE
107500     MOVE VT-REASON-CODE (VT-NDX)  TO NR-VOID-REASON
107600     ADD +1                        TO WS-VOIDED-CTR
107700     ADD NR-NET-AMT                TO WS-VOIDED-AMT
107800     PERFORM 2650-WRITE-REVERSAL THRU 2650-EXIT
107900
108000     MOVE 'VOIDED'                 TO WS-LINE-ACTION
108100     MOVE SPACES                   TO WS-LINE-MESSAGE
108200     STRING 'REASON '              DELIMITED BY SIZE
108300            VT-REASON-CODE (VT-NDX) DELIMITED BY SIZE
108400            ' - REVERSAL CUT'      DELIMITED BY SIZE
108500         INTO WS-LINE-MESSAGE
108600     PERFORM 2950-WRITE-DETAIL-LINE THRU 2950-EXIT
108700
108800     .
108900 2600-EXIT.
109000     EXIT.
109100*****************************************************************
109200*  WRITE THE REVERSING ADJUSTMENT IN THE BONUSCMP FEED FORMAT.
109300*  THE STATE, GROSS, AND EXEMPTION CODES COME FROM THE CHECK SO
109400*  LAB14 BACKS OUT EXACTLY WHAT WAS POSTED.
109500*****************************************************************
109600
109700 2650-WRITE-REVERSAL.
109800     MOVE SPACES                 TO ADJ-RECORD
109900     MOVE NR-STATE-CODE          TO AJ-STATE-CODE
110000     MOVE NR-LAST-NAME           TO AJ-LAST-NAME
110100     MOVE NR-FIRST-NAME          TO AJ-FIRST-NAME
110200     MOVE NR-MID-INIT            TO AJ-MID-INIT
110300     MOVE NR-GROSS               TO AJ-BONUS-AMT
110400     MOVE NR-FED-TAX-EXEMPT-CODE TO AJ-FED-TAX-EXEMPT-CODE
110500     MOVE NR-ST-TAX-EXEMPT-CODE  TO AJ-ST-TAX-EXEMPT-CODE
110600     MOVE NR-EMPLOYEE-ID         TO AJ-EMPLOYEE-ID
110700     MOVE 'A'                    TO AJ-RECORD-TYPE
110800     MOVE '-'                    TO AJ-ADJ-SIGN
110900     MOVE ZERO                   TO AJ-SPLIT-PCT
111000     PERFORM 8800-WRITE-ADJ-RECORD THRU 8800-EXIT
111100
111200     ADD +1       TO WS-ADJ-WRITTEN
111300     ADD NR-GROSS TO WS-ADJ-GROSS-TOTAL
111400
111500     .
111600 2650-EXIT.
111700     EXIT.
111800*****************************************************************
111900*  AGE A CHECK THE BANK HAS NOT PAID - STALE-DATED, THEN
112000*  UNCLAIMED PROPERTY
112100*****************************************************************
112200
112300 2700-AGE-CHECK.
112400     IF NR-ISSUE-DATE NUMERIC THEN
112500         MOVE NR-ISSUE-DATE TO WS-ISSUE-DATE-9
112600         COMPUTE WS-DAYS-OUT = WS-TODAY-INT -
112700             FUNCTION INTEGER-OF-DATE (WS-ISSUE-DATE-9)
112800     ELSE
112900         MOVE ZERO TO WS-DAYS-OUT
113000     END-IF
113100     MOVE WS-DAYS-OUT TO WS-DAYS-OUT-DISPLAY
113200
113300     IF WS-DAYS-OUT NOT < WS-C-ESCHEAT-DAYS THEN
113400         PERFORM 2750-ESCHEAT-CHECK THRU 2750-EXIT
113500         GO TO 2700-EXIT
113600     END-IF
113700
113800     IF NR-OUTSTANDING AND WS-DAYS-OUT NOT < WS-C-STALE-DAYS THEN
113900         PERFORM 2800-WRITE-POSPAY-VOID THRU 2800-EXIT
114000         SET NR-STALE-DATED       TO TRUE
114100         MOVE WS-RUN-DATE         TO NR-STATUS-DATE
114200         ADD +1                   TO WS-STALE-CTR
114300         MOVE 'STALE'             TO WS-LINE-ACTION
114400         MOVE SPACES              TO WS-LINE-MESSAGE
114500         STRING WS-DAYS-OUT-DISPLAY DELIMITED BY SIZE
114600                ' DAYS - VOIDED ON POSITIVE PAY'
114700                                  DELIMITED BY SIZE
114800             INTO WS-LINE-MESSAGE
114900     ELSE
115000         IF NR-STALE-DATED THEN
115100             MOVE 'STALE'         TO WS-LINE-ACTION
115200         ELSE
115300             MOVE 'OUTSTANDING'   TO WS-LINE-ACTION
115400         END-IF
115500         MOVE SPACES              TO WS-LINE-MESSAGE
115600         STRING WS-DAYS-OUT-DISPLAY DELIMITED BY SIZE
115700                ' DAYS SINCE ISSUE' DELIMITED BY SIZE
115800             INTO WS-LINE-MESSAGE
115900     END-IF
116000     ADD +1                       TO WS-OPEN-CTR
116100     ADD NR-NET-AMT               TO WS-OPEN-AMT
116200     PERFORM 2950-WRITE-DETAIL-LINE THRU 2950-EXIT
116300
116400     .
116500 2700-EXIT.
116600     EXIT.
116700*****************************************************************
116800*  THE CHECK HAS GONE UNCLAIMED PAST THE DORMANCY PERIOD - IT IS
116900*  REPORTED TO THE EMPLOYEE'S STATE AS UNCLAIMED PROPERTY
117000*****************************************************************
117100
117200 2750-ESCHEAT-CHECK.
117300     IF NR-OUTSTANDING THEN
117400         PERFORM 2800-WRITE-POSPAY-VOID THRU 2800-EXIT
117500     END-IF
117600
117700     SET NR-ESCHEATED             TO TRUE
117800     MOVE WS-RUN-DATE             TO NR-STATUS-DATE
117900     ADD +1                       TO WS-ESCHEAT-CTR
118000     ADD NR-NET-AMT               TO WS-ESCHEAT-AMT
118100
118150*************** LISTED ON THE ESCHEAT REPORT BY THE SORT'S
118160*************** OUTPUT PROCEDURE, IN STATE ORDER.
118200     MOVE SPACES                  TO SORT-RECORD
118300     MOVE NR-CHECK-NUMBER         TO SE-CHECK-NUMBER
118400     MOVE NR-EMPLOYEE-ID          TO SE-EMPLOYEE-ID
118500     MOVE NR-LAST-NAME            TO SE-LAST-NAME
118600     MOVE NR-FIRST-NAME           TO SE-FIRST-NAME
118700     MOVE NR-STATE-CODE           TO SE-STATE-CODE
118800     MOVE NR-ISSUE-DATE           TO SE-ISSUE-DATE
118900     MOVE NR-NET-AMT              TO SE-NET-AMT
119000     MOVE WS-DAYS-OUT             TO SE-DAYS-OUT
119100     RELEASE SORT-RECORD
119300
119400     MOVE 'ESCHEAT'               TO WS-LINE-ACTION
119500     MOVE SPACES                  TO WS-LINE-MESSAGE
119600     STRING 'UNCLAIMED PROPERTY - STATE '
119700                                  DELIMITED BY SIZE
119800            NR-STATE-CODE         DELIMITED BY SIZE
119900         INTO WS-LINE-MESSAGE
120000     PERFORM 2950-WRITE-DETAIL-LINE THRU 2950-EXIT
120100
120200     .
120300 2750-EXIT.
120400     EXIT.
120500*****************************************************************
120600*  TELL THE BANK NOT TO HONOUR THE CHECK - THE VOID IS HELD FOR
120650*  THE BATCH OF THE ACCOUNT THE CHECK WAS DRAWN ON
120700*****************************************************************
120800
120900 2800-WRITE-POSPAY-VOID.
120910     IF WS-PPVOID-HELD NOT < WS-C-PPVOID-TABLE-SIZE THEN
120920         MOVE '2800-WRITE-POSPAY-VOID, ' TO WS-ABORT-MSG-PGRPH
120930         MOVE '- POSPAY VOID TABLE FULL, ' TO WS-ABORT-MSG-EDESC
120940         MOVE '  ' TO WS-ABORT-MSG-SYSRC
120950         MOVE 4019 TO RETURN-CODE
120960         PERFORM 9999-ABORT THRU 9999-EXIT
120970     END-IF
120980
121000     MOVE SPACES                 TO WS-PAYEE-NAME
121100     STRING NR-FIRST-NAME        DELIMITED BY SPACE
121200            ' '                  DELIMITED BY SIZE
121300            NR-LAST-NAME         DELIMITED BY SIZE
121400         INTO WS-PAYEE-NAME
121500     ADD +1                      TO WS-PPVOID-HELD
121600     SET PV-NDX                  TO WS-PPVOID-HELD
121700     MOVE ST-COMPANY-CODE (ST-NDX) TO PV-COMPANY-CODE (PV-NDX)
121800     MOVE NR-CHECK-NUMBER        TO PV-CHECK-NUMBER (PV-NDX)
121900     MOVE NR-NET-AMT             TO PV-NET-AMT (PV-NDX)
122000     MOVE NR-ISSUE-DATE          TO PV-ISSUE-DATE (PV-NDX)
122200     MOVE WS-PAYEE-NAME          TO PV-PAYEE-NAME (PV-NDX)
122300     ADD +1                      TO ST-PPVOID-CTR (ST-NDX)
122350     ADD NR-NET-AMT              TO ST-PPVOID-AMT (ST-NDX)
122400     ADD +1                      TO WS-PPVOID-CTR
122500     ADD NR-NET-AMT              TO WS-PPVOID-AMT
122600
122700     .
122800 2800-EXIT.
122900     EXIT.
123000*****************************************************************
123100*  LIST AN EXCEPTION AGAINST THE CHECK - THE CALLER HAS SET THE
123200*  MESSAGE
123300*****************************************************************
123400
123500 2900-WRITE-EXCEPTION.
123600     MOVE 'EXCEPTION'             TO WS-LINE-ACTION
123700     PERFORM 2950-WRITE-DETAIL-LINE THRU 2950-EXIT
123800     ADD +1                       TO WS-EXCEPTION-CTR
123900
124000     .
124100 2900-EXIT.
124200     EXIT.
124300*****************************************************************
124400*  PRINT ONE REGISTER LINE FOR THE CHECK - THE CALLER HAS SET
124500*  THE STATUS AND MESSAGE
124600*****************************************************************
124700
124800 2950-WRITE-DETAIL-LINE.
124900     MOVE SPACES                  TO WS-RCRPT-DETAIL
125000     MOVE NR-CHECK-NUMBER         TO WRD-CHECK-NUMBER
125100     MOVE NR-EMPLOYEE-ID          TO WRD-EMPLOYEE-ID
125200     MOVE NR-LAST-NAME            TO WRD-LAST-NAME
125300     MOVE NR-FIRST-NAME           TO WRD-FIRST-NAME
125400     MOVE NR-ISSUE-DATE           TO WRD-ISSUE-DATE
125500     MOVE NR-NET-AMT              TO WRD-AMOUNT
125600     MOVE WS-LINE-ACTION          TO WRD-ACTION
125700     MOVE WS-LINE-MESSAGE         TO WRD-MESSAGE
125800     MOVE WS-RCRPT-DETAIL         TO RC-REPORT-RECORD
125900     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
126000
126100     .
126200 2950-EXIT.
126300     EXIT.
126400*****************************************************************
126500*  LIST EVERY PAID CHECK AND VOID REQUEST THAT MATCHED NO CHECK
126600*  ON THE REGISTER
126700*****************************************************************
126800
126900 3000-REPORT-UNMATCHED.
127000     MOVE SPACES TO WS-RCRPT-SECTION-LINE
127100     MOVE 'BANK ITEMS AND VOIDS NOT ON THE CHECK REGISTER'
127200         TO WPS-TITLE
127300     MOVE WS-RCRPT-SECTION-LINE TO RC-REPORT-RECORD
127400     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
127500     MOVE WS-RCRPT-HEADER-2     TO RC-REPORT-RECORD
127600     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
127700
127800     SET PT-NDX TO 1
127900     PERFORM 3100-LIST-ONE-PAID THRU 3100-EXIT
128000         UNTIL PT-NDX > WS-C-PAID-TABLE-SIZE
128100         OR PT-CHECK-NUMBER (PT-NDX) = ZERO
128200
128300     SET VT-NDX TO 1
128400     PERFORM 3200-LIST-ONE-VOID THRU 3200-EXIT
128500         UNTIL VT-NDX > WS-C-VOID-TABLE-SIZE
128600         OR VT-CHECK-NUMBER (VT-NDX) = ZERO
128700
128800     .
128900 3000-EXIT.
129000     EXIT.
129100*****************************************************************
129200*  PRINT ONE PAID CHECK THE REGISTER DOES NOT KNOW
129300*****************************************************************
129400
129500 3100-LIST-ONE-PAID.
129600     IF PT-MATCH-SW (PT-NDX) = 'N' THEN
129700         ADD +1 TO WS-PAID-UNMATCHED
129800         MOVE SPACES                  TO WS-RCRPT-DETAIL
129900         MOVE PT-CHECK-NUMBER (PT-NDX) TO WRD-CHECK-NUMBER
130000         MOVE PT-PAID-AMT (PT-NDX)    TO WRD-AMOUNT
130100         MOVE 'UNKNOWN'               TO WRD-ACTION
130200         STRING 'PAID BY THE BANK ON '  DELIMITED BY SIZE
130300                PT-PAID-DATE (PT-NDX)  DELIMITED BY SIZE
130400             INTO WRD-MESSAGE
130500         MOVE WS-RCRPT-DETAIL         TO RC-REPORT-RECORD
130600         PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
130700     END-IF
130800     SET PT-NDX UP BY 1
130900
131000     .
131100 3100-EXIT.
131200     EXIT.
131300*****************************************************************
131400*  PRINT ONE VOID REQUEST FOR A CHECK THE REGISTER DOES NOT KNOW
131500*****************************************************************
131600
131700 3200-LIST-ONE-VOID.
131800     IF VT-MATCH-SW (VT-NDX) = 'N' THEN
131900         ADD +1 TO WS-VOID-UNMATCHED
132000         MOVE SPACES                  TO WS-RCRPT-DETAIL
132100         MOVE VT-CHECK-NUMBER (VT-NDX) TO WRD-CHECK-NUMBER
132200         MOVE VT-EMPLOYEE-ID (VT-NDX) TO WRD-EMPLOYEE-ID
132300         MOVE ZERO                    TO WRD-AMOUNT
132400         MOVE 'UNKNOWN'               TO WRD-ACTION
132500         STRING 'VOID REQUESTED - REASON '
132600                                       DELIMITED BY SIZE
132700                VT-REASON-CODE (VT-NDX) DELIMITED BY SIZE
132800             INTO WRD-MESSAGE
132900         MOVE WS-RCRPT-DETAIL         TO RC-REPORT-RECORD
133000         PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
133100     END-IF
133200     SET VT-NDX UP BY 1
133300
133400     .
133500 3200-EXIT.
133600     EXIT.
133602*****************************************************************
133604*  SORT OUTPUT PROCEDURE - LIST THE ESCHEATED CHECKS BY STATE,
133606*  WITH A SUBTOTAL AT EACH CHANGE OF STATE
133608*****************************************************************
133610
133612 3700-LIST-ESCHEATS.
133614     PERFORM 8950-RETURN-ESCHEAT THRU 8950-EXIT
133616     IF WS-SORT-EOF THEN
133618         GO TO 3700-EXIT
133620     END-IF
133622
133624     MOVE SE-STATE-CODE TO WS-PREV-STATE-CODE
133626     PERFORM 3710-LIST-ONE-ESCHEAT THRU 3710-EXIT
133628         UNTIL WS-SORT-EOF
133630     PERFORM 3720-WRITE-STATE-TOTAL THRU 3720-EXIT
133632
133634     .
133636 3700-EXIT.
133638     EXIT.
133640*****************************************************************
133642*  PRINT ONE ESCHEATED CHECK, CLOSING OFF THE PRIOR STATE FIRST
133644*  WHEN THE STATE CHANGES
133646*****************************************************************
133648
133650 3710-LIST-ONE-ESCHEAT.
133652     IF SE-STATE-CODE NOT = WS-PREV-STATE-CODE THEN
133654         PERFORM 3720-WRITE-STATE-TOTAL THRU 3720-EXIT
133656         MOVE SE-STATE-CODE TO WS-PREV-STATE-CODE
133658     END-IF
133660
133662     MOVE SPACES                  TO WS-ESRPT-DETAIL
133664     MOVE SE-CHECK-NUMBER         TO WED-CHECK-NUMBER
133666     MOVE SE-EMPLOYEE-ID          TO WED-EMPLOYEE-ID
133668     MOVE SE-LAST-NAME            TO WED-LAST-NAME
133670     MOVE SE-FIRST-NAME           TO WED-FIRST-NAME
133672     MOVE SE-STATE-CODE           TO WED-STATE-CODE
133674     MOVE SE-ISSUE-DATE           TO WED-ISSUE-DATE
133676     MOVE SE-NET-AMT              TO WED-AMOUNT
133678     MOVE SE-DAYS-OUT             TO WED-DAYS-OUT
133680     MOVE WS-ESRPT-DETAIL         TO ES-REPORT-RECORD
133682     PERFORM 8700-WRITE-ESCHEAT-RECORD THRU 8700-EXIT
133684     ADD +1                       TO WS-STATE-ESCHEAT-CTR
133686     ADD SE-NET-AMT               TO WS-STATE-ESCHEAT-AMT
133688
133690     PERFORM 8950-RETURN-ESCHEAT THRU 8950-EXIT
133692
133694     .
133696 3710-EXIT.
133698     EXIT.
133700*****************************************************************
133702*  PRINT THE SUBTOTAL FOR ONE STATE AND START THE NEXT
133704*****************************************************************
133706
133708 3720-WRITE-STATE-TOTAL.
133710     MOVE WS-PREV-STATE-CODE      TO WES-STATE-CODE
133712     MOVE WS-STATE-ESCHEAT-CTR    TO WES-COUNT
133714     MOVE WS-STATE-ESCHEAT-AMT    TO WES-AMOUNT
133716     MOVE WS-ESRPT-STATE-TOTAL    TO ES-REPORT-RECORD
133718     PERFORM 8700-WRITE-ESCHEAT-RECORD THRU 8700-EXIT
133720     MOVE ZERO                    TO WS-STATE-ESCHEAT-CTR
133722                                     WS-STATE-ESCHEAT-AMT
133724
133726     .
133728 3720-EXIT.
133730     EXIT.
133765*****************************************************************
133800*  WRITE THE CONTROL COUNTS AND SET THE RETURN CODE
133900*****************************************************************
134000
134100 3500-WRITE-FOOTERS.
134200     MOVE 'REGISTER RECORDS READ    :' TO WRC-LABEL
134300     MOVE WS-REG-IN-CTR         TO WRC-COUNT
134400     MOVE WS-RCRPT-COUNT-LINE   TO RC-REPORT-RECORD
134500     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
134600
134700     MOVE 'CHECKS ISSUED - ADDED    :' TO WRC-LABEL
134800     MOVE WS-ISSUE-IN-CTR       TO WRC-COUNT
134900     MOVE WS-RCRPT-COUNT-LINE   TO RC-REPORT-RECORD
135000     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
135100
135200     MOVE 'REGISTER RECORDS WRITTEN :' TO WRC-LABEL
135300     MOVE WS-REG-OUT-CTR        TO WRC-COUNT
135400     MOVE WS-RCRPT-COUNT-LINE   TO RC-REPORT-RECORD
135500     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
135600
135700     MOVE 'PAID ITEMS FROM THE BANK :' TO WRC-LABEL
135800     MOVE WS-PAID-LOADED        TO WRC-COUNT
135900     MOVE WS-RCRPT-COUNT-LINE   TO RC-REPORT-RECORD
136000     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
136100
136200     MOVE 'PAID - OTHER ACCOUNTS    :' TO WRC-LABEL
136300     MOVE WS-PAID-OTHER-ACCT    TO WRC-COUNT
136400     MOVE WS-RCRPT-COUNT-LINE   TO RC-REPORT-RECORD
136500     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
136600
136700     MOVE 'CHECKS CLEARED           :' TO WRC-LABEL
136800     MOVE WS-CLEARED-CTR        TO WRC-COUNT
136900     MOVE WS-RCRPT-COUNT-LINE   TO RC-REPORT-RECORD
137000     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
137100
137200     MOVE 'AMOUNT CLEARED           :' TO WRA-LABEL
137300     MOVE WS-CLEARED-AMT        TO WRA-AMOUNT
137400     MOVE WS-RCRPT-AMOUNT-LINE  TO RC-REPORT-RECORD
137500     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
137600
137700     MOVE 'CHECKS VOIDED            :' TO WRC-LABEL
137800     MOVE WS-VOIDED-CTR         TO WRC-COUNT
137900     MOVE WS-RCRPT-COUNT-LINE   TO RC-REPORT-RECORD
138000     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
138100
138200     MOVE 'AMOUNT VOIDED            :' TO WRA-LABEL
138300     MOVE WS-VOIDED-AMT         TO WRA-AMOUNT
138400     MOVE WS-RCRPT-AMOUNT-LINE  TO RC-REPORT-RECORD
138500     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
138600
138700     MOVE 'REVERSALS WRITTEN        :' TO WRC-LABEL
138800     MOVE WS-ADJ-WRITTEN        TO WRC-COUNT
138900     MOVE WS-RCRPT-COUNT-LINE   TO RC-REPORT-RECORD
139000     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
139100
139200     MOVE 'REVERSAL GROSS TOTAL     :' TO WRA-LABEL
139300     MOVE WS-ADJ-GROSS-TOTAL    TO WRA-AMOUNT
139400     MOVE WS-RCRPT-AMOUNT-LINE  TO RC-REPORT-RECORD
139500     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
139600
139700     MOVE 'STALE-DATED THIS RUN     :' TO WRC-LABEL
139800     MOVE WS-STALE-CTR          TO WRC-COUNT
139900     MOVE WS-RCRPT-COUNT-LINE   TO RC-REPORT-RECORD
140000     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
140100
140200     MOVE 'ESCHEATED THIS RUN       :' TO WRC-LABEL
140300     MOVE WS-ESCHEAT-CTR        TO WRC-COUNT
140400     MOVE WS-RCRPT-COUNT-LINE   TO RC-REPORT-RECORD
140500     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
140600
140700     MOVE 'AMOUNT ESCHEATED         :' TO WRA-LABEL
140800     MOVE WS-ESCHEAT-AMT        TO WRA-AMOUNT
140900     MOVE WS-RCRPT-AMOUNT-LINE  TO RC-REPORT-RECORD
141000     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
141100
141200     MOVE 'POSITIVE-PAY VOIDS SENT  :' TO WRC-LABEL
141300     MOVE WS-PPVOID-CTR         TO WRC-COUNT
141400     MOVE WS-RCRPT-COUNT-LINE   TO RC-REPORT-RECORD
141500     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
141600
141700     MOVE 'CHECKS STILL OUTSTANDING :' TO WRC-LABEL
141800     MOVE WS-OPEN-CTR           TO WRC-COUNT
141900     MOVE WS-RCRPT-COUNT-LINE   TO RC-REPORT-RECORD
142000     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
142100
142200     MOVE 'AMOUNT OUTSTANDING       :' TO WRA-LABEL
142300     MOVE WS-OPEN-AMT           TO WRA-AMOUNT
142400     MOVE WS-RCRPT-AMOUNT-LINE  TO RC-REPORT-RECORD
142500     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
142600
142700     MOVE 'EXCEPTIONS               :' TO WRC-LABEL
142800     MOVE WS-EXCEPTION-CTR      TO WRC-COUNT
142900     MOVE WS-RCRPT-COUNT-LINE   TO RC-REPORT-RECORD
143000     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
143100
143200     MOVE 'PAID ITEMS UNMATCHED     :' TO WRC-LABEL
143300     MOVE WS-PAID-UNMATCHED     TO WRC-COUNT
143400     MOVE WS-RCRPT-COUNT-LINE   TO RC-REPORT-RECORD
143500     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
143600
143700     MOVE 'VOID REQUESTS UNMATCHED  :' TO WRC-LABEL
143800     MOVE WS-VOID-UNMATCHED     TO WRC-COUNT
143900     MOVE WS-RCRPT-COUNT-LINE   TO RC-REPORT-RECORD
144000     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
144100
144200     MOVE 'CHECKS ESCHEATED         :' TO WRC-LABEL
144300     MOVE WS-ESCHEAT-CTR        TO WRC-COUNT
144400     MOVE WS-RCRPT-COUNT-LINE   TO ES-REPORT-RECORD
144500     PERFORM 8700-WRITE-ESCHEAT-RECORD THRU 8700-EXIT
144600
144700     MOVE 'AMOUNT ESCHEATED         :' TO WRA-LABEL
144800     MOVE WS-ESCHEAT-AMT        TO WRA-AMOUNT
144900     MOVE WS-RCRPT-AMOUNT-LINE  TO ES-REPORT-RECORD
145000     PERFORM 8700-WRITE-ESCHEAT-RECORD THRU 8700-EXIT
145100
145200     IF WS-EXCEPTION-CTR = ZERO
145300        AND WS-PAID-UNMATCHED = ZERO
145400        AND WS-VOID-UNMATCHED = ZERO THEN
145500         MOVE 0 TO RETURN-CODE
145600     ELSE
145700         MOVE 92 TO RETURN-CODE
145800     END-IF
145900
146000     .
146100 3500-EXIT.
146200     EXIT.
146300*****************************************************************
146400*  TERMINATION ROUTINE - FOOT THE ADJUSTMENT FEED AND WRITE THE
146500*  POSITIVE-PAY BATCHES
146600*****************************************************************
146700
146800 4000-TERMINATE.
146900     MOVE WS-ADJ-WRITTEN       TO WAJ-T-RECORD-COUNT
147000     MOVE WS-ADJ-GROSS-TOTAL   TO WAJ-T-GROSS-TOTAL
147100     MOVE WS-ADJ-FEED-TRAILER  TO ADJ-RECORD
147200     PERFORM 8800-WRITE-ADJ-RECORD THRU 8800-EXIT
147300
147400     PERFORM 4100-WRITE-POSPAY-BATCH THRU 4100-EXIT
147500         VARYING ST-NDX FROM 1 BY 1
147600         UNTIL ST-NDX > WS-STOCK-COUNT
148000
148100     CLOSE OLD-REG, ISSUE-FILE, NEW-REG, ADJ-FILE, POSPAY-FILE,
148200           RECON-REPORT, ESCHEAT-REPORT
148300
148400     DISPLAY '*** LAB40...TOTALS ***'
148500     DISPLAY 'REGISTER RECORDS READ : ' WS-REG-IN-CTR
148600     DISPLAY 'CHECKS ISSUED - ADDED : ' WS-ISSUE-IN-CTR
148700     DISPLAY 'REGISTER RECORDS WRITE: ' WS-REG-OUT-CTR
148800     DISPLAY 'CHECKS CLEARED        : ' WS-CLEARED-CTR
148900     DISPLAY 'CHECKS VOIDED         : ' WS-VOIDED-CTR
149000     DISPLAY 'STALE-DATED THIS RUN  : ' WS-STALE-CTR
149100     DISPLAY 'ESCHEATED THIS RUN    : ' WS-ESCHEAT-CTR
149200     DISPLAY 'STILL OUTSTANDING     : ' WS-OPEN-CTR
149300     DISPLAY 'EXCEPTIONS            : ' WS-EXCEPTION-CTR
149400     DISPLAY 'PAID ITEMS UNMATCHED  : ' WS-PAID-UNMATCHED
149500     DISPLAY 'VOIDS UNMATCHED       : ' WS-VOID-UNMATCHED
149600
149700     .
149800 4000-EXIT.
149900     EXIT.
149902*****************************************************************
149904*  ONE POSITIVE-PAY BATCH FOR ONE COMPANY ACCOUNT - HEADER, THE
149906*  VOIDS ON THAT ACCOUNT, AND A TRAILER FOOTING THAT ACCOUNT ONLY
149908*****************************************************************
149910
149912 4100-WRITE-POSPAY-BATCH.
149914     MOVE SPACES                   TO POSPAY-RECORD
149916     SET PY-HEADER                 TO TRUE
149918     MOVE ST-ACCOUNT-NUMBER (ST-NDX) TO PY-ACCOUNT-NUMBER
149920     MOVE WS-RUN-DATE              TO PY-H-FILE-DATE
149922     MOVE WS-C-SOURCE-SYSTEM       TO PY-H-SOURCE-SYSTEM
149924     PERFORM 8900-WRITE-POSPAY-RECORD THRU 8900-EXIT
149926
149928     PERFORM 4110-WRITE-ONE-VOID THRU 4110-EXIT
149930         VARYING PV-NDX FROM 1 BY 1
149932         UNTIL PV-NDX > WS-PPVOID-HELD
149934
149936     MOVE SPACES                   TO POSPAY-RECORD
149938     SET PY-TRAILER                TO TRUE
149940     MOVE ST-ACCOUNT-NUMBER (ST-NDX) TO PY-ACCOUNT-NUMBER
149942     MOVE ST-PPVOID-CTR (ST-NDX)   TO PY-T-RECORD-COUNT
149944     MOVE ST-PPVOID-AMT (ST-NDX)   TO PY-T-TOTAL-AMT
149946     PERFORM 8900-WRITE-POSPAY-RECORD THRU 8900-EXIT
149948
149950     .
149952 4100-EXIT.
149954     EXIT.
149956*****************************************************************
149958*  ONE HELD VOID ON THE BATCH - VOIDS OF OTHER COMPANIES ARE
149960*  PASSED OVER
149962*****************************************************************
149964
149966 4110-WRITE-ONE-VOID.
149968     IF PV-COMPANY-CODE (PV-NDX) NOT = ST-COMPANY-CODE (ST-NDX)
149970        THEN
149972         GO TO 4110-EXIT
149974     END-IF
149976
149978     MOVE SPACES                   TO POSPAY-RECORD
149980     SET PY-DETAIL                 TO TRUE
149982     MOVE ST-ACCOUNT-NUMBER (ST-NDX) TO PY-ACCOUNT-NUMBER
149984     MOVE PV-CHECK-NUMBER (PV-NDX) TO PY-CHECK-NUMBER
149986     MOVE PV-NET-AMT (PV-NDX)      TO PY-AMOUNT
149988     MOVE PV-ISSUE-DATE (PV-NDX)   TO PY-ISSUE-DATE
149990     SET PY-VOID                   TO TRUE
149992     MOVE PV-PAYEE-NAME (PV-NDX)   TO PY-PAYEE-NAME
149994     PERFORM 8900-WRITE-POSPAY-RECORD THRU 8900-EXIT
149996
149997     .
149998 4110-EXIT.
149999     EXIT.
150000*****************************************************************
150100*  READ CHECK REGISTER ROUTINE - AT END THE KEY GOES TO ALL
150200*  NINES SO THE ISSUE FILE DRAINS THROUGH THE MERGE
150300*****************************************************************
150400
150500 8000-READ-OLD-REG.
150600     READ OLD-REG
150700         AT END
150800             SET WS-OLDREG-EOF TO TRUE
150900             MOVE 99999999 TO WS-OLD-KEY
151000         NOT AT END
151100             ADD +1 TO WS-REG-IN-CTR
151200             MOVE OR-CHECK-NUMBER TO WS-OLD-KEY
151300     END-READ
151400     IF WS-ORGFILE-STATUS-CODE = '00' OR
151500         WS-ORGFILE-STATUS-CODE = '10' THEN
151600         CONTINUE
151700     ELSE
151800         MOVE '8000-READ-OLD-REG, ' TO WS-ABORT-MSG-PGRPH
151900         MOVE 'READING OLD-REG, ' TO WS-ABORT-MSG-EDESC
152000         MOVE WS-ORGFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
152100         MOVE 8040 TO RETURN-CODE
152200         PERFORM 9999-ABORT THRU 9999-EXIT
152300     END-IF
152400
152500     IF NOT WS-OLDREG-EOF THEN
152600         IF WS-OLD-KEY NOT > WS-PREV-OLD-KEY THEN
152700             MOVE '8000-READ-OLD-REG, ' TO WS-ABORT-MSG-PGRPH
152800             MOVE '- REGISTER OUT OF SEQUENCE, '
152900                 TO WS-ABORT-MSG-EDESC
153000             MOVE '  ' TO WS-ABORT-MSG-SYSRC
153100             MOVE 4014 TO RETURN-CODE
153200             PERFORM 9999-ABORT THRU 9999-EXIT
153300         END-IF
153400         MOVE WS-OLD-KEY TO WS-PREV-OLD-KEY
153500     END-IF
153600
153700     .
153800 8000-EXIT.
153900     EXIT.
154000*****************************************************************
154100*  READ CHECK ISSUE FILE ROUTINE
154200*****************************************************************
154300
154400 8100-READ-ISSUE-FILE.
154500     READ ISSUE-FILE
154600         AT END
154700             SET WS-ISSUE-EOF TO TRUE
154800             MOVE 99999999 TO WS-ISSUE-KEY
154900         NOT AT END
155000             ADD +1 TO WS-ISSUE-IN-CTR
155100             MOVE IS-CHECK-NUMBER TO WS-ISSUE-KEY
155200     END-READ
155300     IF WS-ISSFILE-STATUS-CODE = '00' OR
155400         WS-ISSFILE-STATUS-CODE = '10' THEN
155500         CONTINUE
155600     ELSE
155700         MOVE '8100-READ-ISSUE-FILE, ' TO WS-ABORT-MSG-PGRPH
155800         MOVE 'READING ISSUE-FILE, ' TO WS-ABORT-MSG-EDESC
155900         MOVE WS-ISSFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
156000         MOVE 8140 TO RETURN-CODE
156100         PERFORM 9999-ABORT THRU 9999-EXIT
156200     END-IF
156300
156400     IF NOT WS-ISSUE-EOF THEN
156500         IF WS-ISSUE-KEY NOT > WS-PREV-ISSUE-KEY THEN
156600             MOVE '8100-READ-ISSUE-FILE, ' TO WS-ABORT-MSG-PGRPH
156700             MOVE '- ISSUES OUT OF SEQUENCE, '
156800                 TO WS-ABORT-MSG-EDESC
156900             MOVE '  ' TO WS-ABORT-MSG-SYSRC
157000             MOVE 4015 TO RETURN-CODE
157100             PERFORM 9999-ABORT THRU 9999-EXIT
157200         END-IF
157300         MOVE WS-ISSUE-KEY TO WS-PREV-ISSUE-KEY
157400     END-IF
157500
157600     .
157700 8100-EXIT.
157800     EXIT.
157900*****************************************************************
158000*  READ BANK PAID-CHECK FILE ROUTINE
158100*****************************************************************
158200
158300 8200-READ-PAID-FILE.
158400     READ PAID-FILE
158500         AT END
158600             SET WS-PAID-EOF TO TRUE
158700         NOT AT END
158800             ADD +1 TO WS-PAID-IN-CTR
158900     END-READ
159000     IF WS-PADFILE-STATUS-CODE = '00' OR
159100         WS-PADFILE-STATUS-CODE = '10' THEN
159200         CONTINUE
159300     ELSE
159400         MOVE '8200-READ-PAID-FILE, ' TO WS-ABORT-MSG-PGRPH
159500         MOVE 'READING PAID-FILE, ' TO WS-ABORT-MSG-EDESC
159600         MOVE WS-PADFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
159700         MOVE 8240 TO RETURN-CODE
159800         PERFORM 9999-ABORT THRU 9999-EXIT
159900     END-IF
160000
160100     .
160200 8200-EXIT.
160300     EXIT.
160400*****************************************************************
160500*  READ VOID REQUEST FILE ROUTINE
160600*****************************************************************
160700
160800 8300-READ-VOID-FILE.
160900     READ VOID-FILE
161000         AT END
161100             SET WS-VOID-EOF TO TRUE
161200     END-READ
161300     IF WS-VODFILE-STATUS-CODE = '00' OR
161400         WS-VODFILE-STATUS-CODE = '10' THEN
161500         CONTINUE
161600     ELSE
161700         MOVE '8300-READ-VOID-FILE, ' TO WS-ABORT-MSG-PGRPH
161800         MOVE 'READING VOID-FILE, ' TO WS-ABORT-MSG-EDESC
161900         MOVE WS-VODFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
162000         MOVE 8340 TO RETURN-CODE
162100         PERFORM 9999-ABORT THRU 9999-EXIT
162200     END-IF
162300
162400     .
162500 8300-EXIT.
162600     EXIT.
162700*****************************************************************
162800*  READ CHECK-STOCK CONTROL RECORD
162900*****************************************************************
163000
163100 8400-READ-STOCK-FILE.
163200     READ STOCK-FILE
163300         AT END
163400             SET WS-STOCK-EOF TO TRUE
163500     END-READ
163600     IF WS-STKFILE-STATUS-CODE = '00' OR
163700         WS-STKFILE-STATUS-CODE = '10' THEN
163800         CONTINUE
163900     ELSE
164000         MOVE '8400-READ-STOCK-FILE, ' TO WS-ABORT-MSG-PGRPH
164100         MOVE 'READING STOCK-FILE, ' TO WS-ABORT-MSG-EDESC
164200         MOVE WS-STKFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
164300         MOVE 8440 TO RETURN-CODE
164400         PERFORM 9999-ABORT THRU 9999-EXIT
164500     END-IF
164600
164700     .
164800 8400-EXIT.
164900     EXIT.
165000*****************************************************************
165100*  WRITE NEW CHECK REGISTER RECORD
165200*****************************************************************
165300
165400 8500-WRITE-NEW-REG.
165500     WRITE NEW-REG-RECORD
165600     IF WS-NRGFILE-STATUS-CODE = '00' THEN
165700         ADD +1 TO WS-REG-OUT-CTR
165800     ELSE
165900         MOVE '8500-WRITE-NEW-REG, ' TO WS-ABORT-MSG-PGRPH
166000         MOVE 'WRITING TO NEW-REG, ' TO WS-ABORT-MSG-EDESC
166100         MOVE WS-NRGFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
166200         MOVE 8540 TO RETURN-CODE
166300         PERFORM 9999-ABORT THRU 9999-EXIT
166400     END-IF
166500
166600     .
166700 8500-EXIT.
166800     EXIT.
166900*****************************************************************
167000*  WRITE RECONCILIATION LISTING RECORD
167100*****************************************************************
167200
167300 8600-WRITE-REPORT-RECORD.
167400     WRITE RC-REPORT-RECORD
167500     IF WS-RPTFILE-STATUS-CODE = '00' THEN
167600         CONTINUE
167700     ELSE
167800         MOVE '8600-WRITE-REPORT-RECORD, ' TO WS-ABORT-MSG-PGRPH
167900         MOVE 'WRITING TO RECON-REPORT, ' TO WS-ABORT-MSG-EDESC
168000         MOVE WS-RPTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
168100         MOVE 8640 TO RETURN-CODE
168200         PERFORM 9999-ABORT THRU 9999-EXIT
168300     END-IF
168400
168500     .
168600 8600-EXIT.
168700     EXIT.
168800*****************************************************************
168900*  WRITE ESCHEAT REPORT RECORD
169000*****************************************************************
169100
169200 8700-WRITE-ESCHEAT-RECORD.
169300     WRITE ES-REPORT-RECORD
169400     IF WS-ESCFILE-STATUS-CODE = '00' THEN
169500         CONTINUE
169600     ELSE
169700         MOVE '8700-WRITE-ESCHEAT-RECORD, ' TO WS-ABORT-MSG-PGRPH
169800         MOVE 'WRITING ESCHEAT-REPORT, ' TO WS-ABORT-MSG-EDESC
169900         MOVE WS-ESCFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
170000         MOVE 8740 TO RETURN-CODE
170100         PERFORM 9999-ABORT THRU 9999-EXIT
170200     END-IF
170300
170400     .
170500 8700-EXIT.
170600     EXIT.
170700*****************************************************************
170800*  WRITE REVERSING ADJUSTMENT FEED RECORD
170900*****************************************************************
171000
171100 8800-WRITE-ADJ-RECORD.
171200     WRITE ADJ-RECORD
171300     IF WS-ADJFILE-STATUS-CODE = '00' THEN
171400         CONTINUE
171500     ELSE
171600         MOVE '8800-WRITE-ADJ-RECORD, ' TO WS-ABORT-MSG-PGRPH
171700         MOVE 'WRITING TO ADJ-FILE, ' TO WS-ABORT-MSG-EDESC
171800         MOVE WS-ADJFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
171900         MOVE 8840 TO RETURN-CODE
172000         PERFORM 9999-ABORT THRU 9999-EXIT
172100     END-IF
172200
172300     .
172400 8800-EXIT.
172500     EXIT.
172600*****************************************************************
172700*  WRITE POSITIVE-PAY RECORD
172800*****************************************************************
172900
173000 8900-WRITE-POSPAY-RECORD.
173100     WRITE POSPAY-RECORD
173200     IF WS-PPYFILE-STATUS-CODE = '00' THEN
173300         CONTINUE
173400     ELSE
173500         MOVE '8900-WRITE-POSPAY-RECORD, ' TO WS-ABORT-MSG-PGRPH
173600         MOVE 'WRITING TO POSPAY-FILE, ' TO WS-ABORT-MSG-EDESC
173700         MOVE WS-PPYFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
173800         MOVE 8940 TO RETURN-CODE
173900         PERFORM 9999-ABORT THRU 9999-EXIT
174000     END-IF
174100
174200     .
174300 8900-EXIT.
174400     EXIT.
174500*****************************************************************
174710*  RETURN THE NEXT ESCHEATED CHECK FROM THE SORT
174720*****************************************************************
174730
174740 8950-RETURN-ESCHEAT.
174750     RETURN SORT-FILE
174760         AT END
174770             SET WS-SORT-EOF TO TRUE
174780     END-RETURN
174790
174800     .
174810 8950-EXIT.
174820     EXIT.
174830*****************************************************************
174847*  MAJOR ERROR HANDLING ROUTINE
174865*****************************************************************
174882
174900 9999-ABORT.
175000     MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY
175100     DISPLAY 'PROGRAM: LAB40, ', WS-ABORT-MSG-STRING, ', RC='
175200         WS-RETURN-CODE-DISPLAY
175300     DIVIDE 1 BY WS-ABORT-TRIGGER GIVING WS-ABORT-CODE
175400
175500     .
175600 9999-EXIT.
175700     EXIT.
175800*****************************************************************
175900*  PHYSICAL END OF PROGRAM
176000*****************************************************************
