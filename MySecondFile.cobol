004310*                             PER EMPLOYEE, BY DEPT
004311* SUZI Q  PAYROLL   09/02/26  FEED HEADER/TRAILER   LAB14      020*
004312*                             HANDSHAKE VERIFIED
004313* SUZI Q  PAYROLL   10/15/26  SOCIAL SECURITY AND   LAB14      021*
004314*                             MEDICARE WITHHOLDING
004315* SUZI Q  PAYROLL   10/15/26  LOCAL / MUNICIPAL     LAB14      022*
004316*                             INCOME TAX
004317* SUZI Q  PAYROLL   10/15/26  401(K) DEFERRALS AND  LAB14      023*
004318*                             GARNISHMENTS (DEDMAST)
004319* SUZI Q  PAYROLL   10/15/26  ACH PRENOTE AND CHECK LAB14      024*
004320*                             REQUEST DURING THE WAIT
004321* SUZI Q  PAYROLL   10/15/26  CHECK-REQUEST EXTRACT LAB14      025*
004322*                             FOR CHECK ISSUE (LAB39)
004323* SUZI Q  PAYROLL   10/15/26  BONHIST IS A KSDS -   LAB14      026*
004324*                             KEYED HISTORY WRITE
004325* SUZI Q  PAYROLL   10/15/26  DUPLICATE PAYMENTS    LAB14      027*
004326*                             HELD TO SUSPENSE FROM A BONHIST
004327*                             LOOK-BACK, LISTED ON CONTROL RPT
004328* SUZI Q  PAYROLL   10/15/26  MULTIPLE COMPANIES -  LAB14      028*
004329*                             COMPANY TABLE, REGISTER, BANK
004330*                             BATCH, GL CONTROL AND CONTROL
004331*                             TOTALS CUT BY COMPANY
004332* SUZI Q  PAYROLL   10/15/26  SIGN-ON / RETENTION   LAB14      029*
004333*                             BONUS TYPE EDITED AND CARRIED
004334*                             TO THE HISTORY FOR CLAWBACK
004335* SUZI Q  PAYROLL   10/15/26  REJECT-RETURN FILE TO LAB14      030*
004336*                             THE SOURCE SYSTEM; OPEN REJECTS
004337*                             TRACKED UNTIL CORRECTED (OPENREJ)
004338* SUZI Q  PAYROLL   10/15/26  BANK PAY DATE FROM    LAB14      031*
004339*                             THE HOLIDAY CALENDAR (HOLCAL) ON
004340*                             DISBURSE, ADVICE, BONHIST AND GL
004341* SUZI Q  PAYROLL   10/15/26  HELD-BONUS COMPANY    LAB14      032*
004342*                             ON SUSPENSE; RUN NUMBER ON
004343*                             BONHIST FOR THE DUPLICATE CHECK;
004344*                             REVERSALS RESTORE DRAWN-DOWN
004345*                             ORDERS; DUP-TOLERANCE KEYWORD
004346* SUZI Q  PAYROLL   10/15/26  CYCLE RUN NUMBER ON   LAB14      033*
004347*                             BONHIST, SUSPENSE, CHECK QUEUE
004348*                             AND TAKES; GARNISHMENTS SPLIT
004349*                             BY ORDER TYPE ON BONHIST, ADVICE
004350*                             AND GL; DEDUCTIONS LINE UNDER
004351*                             EVERY NET, AND ON THE CSV
004357* SUZI Q  PAYROLL   10/15/26  PAYING COMPANY ON     LAB14      034*
004363*                             THE CHECK REQUEST SO LAB39
004369*                             DRAWS ON ITS OWN STOCK
004375*****************************************************************
004400*                                                               *
004500*****************************************************************
004600*         E N V I R O N M E N T     D I V I S I O N
007300     SELECT MGR-REPORT    ASSIGN TO MGRRPT
007400            FILE STATUS IS WS-MGRFILE-STATUS-CODE.
007410     SELECT HIST-FILE     ASSIGN TO BONHIST
007412            ORGANIZATION IS INDEXED
007414            ACCESS MODE IS DYNAMIC
007416            RECORD KEY IS BH-KEY
007420            FILE STATUS IS WS-HSTFILE-STATUS-CODE.
007430     SELECT RUN-CTL       ASSIGN TO RUNCTL
007440            FILE STATUS IS WS-RCTFILE-STATUS-CODE.
007511            FILE STATUS IS WS-ADVFILE-STATUS-CODE.
007512     SELECT ADV-REPORT    ASSIGN TO ADVRPT
007513            FILE STATUS IS WS-ADRFILE-STATUS-CODE.
007514     SELECT DEDN-MASTER   ASSIGN TO DEDMAST
007515            ORGANIZATION INDEXED
007516            ACCESS MODE DYNAMIC
007517            RECORD KEY IS DM-KEY
007518            FILE STATUS IS WS-DEDFILE-STATUS-CODE.
007519     SELECT DEDN-TAKE-FILE ASSIGN TO DEDTAKE
007520            FILE STATUS IS WS-DTKFILE-STATUS-CODE.
007521     SELECT CHKQ-FILE     ASSIGN TO CHKREQX
007522            FILE STATUS IS WS-CHQFILE-STATUS-CODE.
007523     SELECT COMP-FILE     ASSIGN TO COMPANY
007524            FILE STATUS IS WS-CMPFILE-STATUS-CODE.
007525     SELECT HOL-FILE      ASSIGN TO HOLCAL
007526            FILE STATUS IS WS-HOLFILE-STATUS-CODE.
007534     SELECT REJ-RETURN    ASSIGN TO REJRTN
007542            FILE STATUS IS WS-RJRFILE-STATUS-CODE.
007550     SELECT OPEN-REJ      ASSIGN TO OPENREJ
007558            ORGANIZATION IS INDEXED
007567            ACCESS MODE DYNAMIC
007575            RECORD KEY IS OJ-KEY
007583            FILE STATUS IS WS-OPJFILE-STATUS-CODE.
007591*****************************************************************
007600*                  D A T A     D I V I S I O N
007700*****************************************************************
007800 DATA DIVISION.
010440     BC-ADJ-SIGN            BY  IR-ADJ-SIGN
010450     BC-ADJ-NEGATIVE        BY  IR-ADJ-NEGATIVE
010460     BC-ADJ-POSITIVE        BY  IR-ADJ-POSITIVE
010462     BC-BONUS-TYPE          BY  IR-BONUS-TYPE
010464     BC-REGULAR-BONUS       BY  IR-REGULAR-BONUS
010466     BC-SIGN-ON-BONUS       BY  IR-SIGN-ON-BONUS
010468     BC-RETENTION-BONUS     BY  IR-RETENTION-BONUS
010470     BC-ADJ-BASIS           BY  IR-ADJ-BASIS
010480     BC-ADJ-GROSS-BASIS     BY  IR-ADJ-GROSS-BASIS
010490     BC-ADJ-TAX-ONLY        BY  IR-ADJ-TAX-ONLY
011100     DATA RECORD IS SORT-RECORD.
011200
011260*************** SAME LAYOUT AS COPYLIB MEMBER BONUSCMP, PLUS THE
011320*************** DEPARTMENT, LOCALITY AND COMPANY CARRIED FORWARD
011380*************** FROM THE HR MASTER MATCH IN 1450-RECONCILE-EMP.
011440 01  SORT-RECORD.
011500     05  SR-STATE-CODE               PIC X(02).
011560     05  SR-LAST-NAME                PIC X(20).
012460         88  SR-ADJ-NEGATIVE                VALUE '-'.
012520         88  SR-ADJ-POSITIVE                VALUE '+'.
012580     05  SR-DEPT-CODE                PIC X(04).
012600*                         FROM HR MASTER AT MATCH TIME
012620     05  SR-LOCALITY-CODE            PIC X(04).
012630*                         FROM HR MASTER AT MATCH TIME
012635     05  SR-COMPANY-CODE             PIC X(04).
012640*                         FROM HR MASTER AT MATCH TIME
012641     05  FILLER                      PIC X(04).
012642     05  SR-BONUS-TYPE               PIC X(01).
012643         88  SR-REGULAR-BONUS               VALUE ' '.
012644         88  SR-SIGN-ON-BONUS               VALUE 'S'.
012645         88  SR-RETENTION-BONUS             VALUE 'R'.
012650     05  SR-ADJ-BASIS                PIC X(01).
012652         88  SR-ADJ-GROSS-BASIS             VALUE ' '.
012654         88  SR-ADJ-TAX-ONLY                VALUE 'T'.
014420     BC-FEED-TRAILER        BY  ES-FEED-TRAILER
014436     BC-ADJ-SIGN            BY  ES-ADJ-SIGN
014498     BC-ADJ-NEGATIVE        BY  ES-ADJ-NEGATIVE
014508     BC-ADJ-POSITIVE        BY  ES-ADJ-POSITIVE
014519     BC-BONUS-TYPE          BY  ES-BONUS-TYPE
014529     BC-REGULAR-BONUS       BY  ES-REGULAR-BONUS
014540     BC-SIGN-ON-BONUS       BY  ES-SIGN-ON-BONUS
014550     BC-RETENTION-BONUS     BY  ES-RETENTION-BONUS
014561     BC-ADJ-BASIS           BY  ES-ADJ-BASIS
014562     BC-ADJ-GROSS-BASIS     BY  ES-ADJ-GROSS-BASIS
014563     BC-ADJ-TAX-ONLY        BY  ES-ADJ-TAX-ONLY
014564     BC-SPLIT-PCT           BY  ES-SPLIT-PCT.
014565
014566*****************************************************************
014569*    PARM-FILE - RUNTIME BUSINESS SETTINGS          INPUT
014572*****************************************************************
014637     BA-ACCOUNT-NUMBER      BY  BK-ACCOUNT-NUMBER
014639     BA-ACCOUNT-TYPE        BY  BK-ACCOUNT-TYPE
014641     BA-CHECKING            BY  BK-CHECKING
014642     BA-SAVINGS             BY  BK-SAVINGS
014643     BA-CHANGE-DATE         BY  BK-CHANGE-DATE
014644     BA-PRENOTE-STATUS      BY  BK-PRENOTE-STATUS
014645     BA-PRENOTE-PENDING     BY  BK-PRENOTE-PENDING
014646     BA-PRENOTE-SENT        BY  BK-PRENOTE-SENT
014647     BA-PRENOTE-CLEARED     BY  BK-PRENOTE-CLEARED
014648     BA-PRENOTE-REJECTED    BY  BK-PRENOTE-REJECTED
014649     BA-PRENOTE-DATE        BY  BK-PRENOTE-DATE.
014650
014651*****************************************************************
014652*    CHK-REPORT - CHECK REQUESTS, NO ACCOUNT ON FILE  OUTPUT
014653*****************************************************************
014654 FD  CHK-REPORT
014655     RECORDING F
014657     LABEL RECORDS STANDARD
014659     RECORD CONTAINS 133 CHARACTERS
014705
014707 01  DGJ-RECORD.
014709     05  DGJ-FEED-CODE           PIC X(01).
014710*                         'D' = BANK DISBURSEMENT DETAIL,
014711*                         'G' = GL JOURNAL DETAIL,
014712*                         'K' = DEDUCTION-TAKEN DETAIL,
014713*                         'C' = CHECK-REQUEST EXTRACT,
014714*                         'R' = REJECT-RETURN DETAIL
014715         88  DGJ-DISB-DETAIL               VALUE 'D'.
014716         88  DGJ-GL-DETAIL                 VALUE 'G'.
014717         88  DGJ-DEDN-DETAIL               VALUE 'K'.
014718         88  DGJ-CHKQ-DETAIL               VALUE 'C'.
014719         88  DGJ-REJECT-RETURN             VALUE 'R'.
014720     05  DGJ-IMAGE               PIC X(120).
014721
014723*****************************************************************
014725*    SUSP-FILE - HELD-BONUS SUSPENSE (LAB30)       OUTPUT
014767     SP-GROSS               BY  SU-GROSS
014769     SP-FEDTX               BY  SU-FEDTX
014771     SP-STATETX             BY  SU-STATETX
014772     SP-NET                 BY  SU-NET
014773     SP-SOCSEC              BY  SU-SOCSEC
014774     SP-MEDICARE            BY  SU-MEDICARE
014775     SP-LOCALTX             BY  SU-LOCALTX
014776     SP-STATUS              BY  SU-STATUS
014777     SP-STILL-HELD          BY  SU-STILL-HELD
014779     SP-RELEASED            BY  SU-RELEASED
014781     SP-REJECTED            BY  SU-REJECTED
014782     SP-OUTCOME-DATE        BY  SU-OUTCOME-DATE
014783     SP-REASON-CODE         BY  SU-REASON-CODE
014784     SP-HELD-OVER-LIMIT     BY  SU-HELD-OVER-LIMIT
014785     SP-HELD-DUPLICATE      BY  SU-HELD-DUPLICATE
014786     SP-COMPANY-CODE        BY  SU-COMPANY-CODE.
014787
014788*****************************************************************
014789*    YTDJ-FILE - YTD MASTER UPDATE JOURNAL         OUTPUT
014791*****************************************************************
014793 FD  YTDJ-FILE
014795     RECORDING F
014797     LABEL RECORDS STANDARD
014799     RECORD CONTAINS 240 CHARACTERS
014801     BLOCK CONTAINS 0 RECORDS
014803     DATA RECORD IS YTDJ-RECORD.
014805
014859     DB-DEPT-CODE           BY  BD-DEPT-CODE
014861     DB-BUDGET-YEAR         BY  BD-BUDGET-YEAR
014863     DB-MONTHLY-BUDGET      BY  BD-MONTHLY-BUDGET.
014864
014865*****************************************************************
014866*    COMP-FILE - COMPANY (LEGAL ENTITY) TABLE        INPUT
014867*****************************************************************
014868 FD  COMP-FILE
014869     RECORDING F
014870     LABEL RECORDS STANDARD
014871     RECORD CONTAINS 80 CHARACTERS
014872     BLOCK CONTAINS 0 RECORDS
014873     DATA RECORD IS COMP-RECORD.
014874
014875 COPY COMPCMP REPLACING
014876     CO-RECORD              BY  COMP-RECORD
014877     CO-COMPANY-CODE        BY  CM-COMPANY-CODE
014878     CO-COMPANY-NAME        BY  CM-COMPANY-NAME
014879     CO-FEDERAL-ID          BY  CM-FEDERAL-ID
014880     CO-BANK-ROUTING        BY  CM-BANK-ROUTING
014881     CO-BANK-ACCOUNT        BY  CM-BANK-ACCOUNT
014882     CO-GL-COMPANY          BY  CM-GL-COMPANY.
014883
014884*****************************************************************
014885*    HOL-FILE - BANK HOLIDAY CALENDAR                INPUT
014886*****************************************************************
014887 FD  HOL-FILE
014888     RECORDING F
014889     LABEL RECORDS STANDARD
014890     RECORD CONTAINS 80 CHARACTERS
014891     BLOCK CONTAINS 0 RECORDS
014892     DATA RECORD IS HOL-RECORD.
014893
014894 COPY HOLCCMP REPLACING
014895     HD-RECORD              BY  HOL-RECORD
014896     HD-HOLIDAY-DATE        BY  HL-HOLIDAY-DATE
014897     HD-HOLIDAY-YEAR        BY  HL-HOLIDAY-YEAR
014898     HD-HOLIDAY-MONTH       BY  HL-HOLIDAY-MONTH
014899     HD-HOLIDAY-DAY         BY  HL-HOLIDAY-DAY
014900     HD-HOLIDAY-NAME        BY  HL-HOLIDAY-NAME.
014901
014902*****************************************************************
014903*    ADVEXT-FILE - BONUS ADVICE EXTRACT             WORK
014904*****************************************************************
014905*************** ONE EXTRACT RECORD PER POSTED BONUS, CARRYING
014906*************** THE RUN AMOUNTS AND THE UPDATED YTD BALANCES;
014907*************** SORTED BY DEPARTMENT AFTER THE POSTING PASS SO
014908*************** THE ADVICES BUNDLE BY MANAGER.
014909 FD  ADVEXT-FILE
014910     RECORDING F
014911     LABEL RECORDS STANDARD
014912     RECORD CONTAINS 170 CHARACTERS
014913     BLOCK CONTAINS 0 RECORDS
014914     DATA RECORD IS ADVEXT-RECORD.
014915
014916 01  ADVEXT-RECORD.
014917     05  AX-DEPT-CODE            PIC X(04).
014918     05  AX-EMPLOYEE-ID          PIC X(08).
014919     05  AX-LAST-NAME            PIC X(20).
014920     05  AX-FIRST-NAME           PIC X(15).
014921     05  AX-MID-INIT             PIC X(01).
014922     05  AX-STATE-CODE           PIC X(02).
014923     05  AX-GROSS                PIC S9(09)V99 COMP-3.
014924     05  AX-FEDTX                PIC S9(09)V99 COMP-3.
014925     05  AX-STATETX              PIC S9(09)V99 COMP-3.
014926     05  AX-NET                  PIC S9(09)V99 COMP-3.
014927     05  AX-SOCSEC               PIC S9(09)V99 COMP-3.
014928     05  AX-MEDICARE             PIC S9(09)V99 COMP-3.
014929     05  AX-YTD-GROSS            PIC S9(09)V99 COMP-3.
014930     05  AX-YTD-FEDTX            PIC S9(09)V99 COMP-3.
014931     05  AX-YTD-STATETX          PIC S9(09)V99 COMP-3.
014932     05  AX-YTD-NET              PIC S9(09)V99 COMP-3.
014933     05  AX-YTD-SOCSEC           PIC S9(09)V99 COMP-3.
014934     05  AX-YTD-MEDICARE         PIC S9(09)V99 COMP-3.
014935     05  AX-LOCALITY-CODE        PIC X(04).
014936     05  AX-LOCALTX              PIC S9(09)V99 COMP-3.
014937     05  AX-YTD-LOCALTX          PIC S9(09)V99 COMP-3.
014938     05  AX-401K                 PIC S9(09)V99 COMP-3.
014939     05  AX-CHILD-SUPPORT        PIC S9(09)V99 COMP-3.
014940     05  AX-CREDITOR-GARN        PIC S9(09)V99 COMP-3.
014941     05  AX-YTD-401K             PIC S9(09)V99 COMP-3.
014942     05  FILLER                  PIC X(08).
014943
014944*****************************************************************
014945*    ADV-SORT-FILE - ADVICES IN DEPARTMENT ORDER    WORKING
014946*****************************************************************
014947 SD  ADV-SORT-FILE
014948     RECORD CONTAINS 170 CHARACTERS
014949     DATA RECORD IS ADV-SORT-RECORD.
014950
014951 01  ADV-SORT-RECORD.
014952     05  AV-DEPT-CODE            PIC X(04).
014953     05  AV-EMPLOYEE-ID          PIC X(08).
014954     05  AV-LAST-NAME            PIC X(20).
014955     05  AV-FIRST-NAME           PIC X(15).
014956     05  AV-MID-INIT             PIC X(01).
014957     05  AV-STATE-CODE           PIC X(02).
014958     05  AV-GROSS                PIC S9(09)V99 COMP-3.
014959     05  AV-FEDTX                PIC S9(09)V99 COMP-3.
014961     05  AV-STATETX              PIC S9(09)V99 COMP-3.
014963     05  AV-NET                  PIC S9(09)V99 COMP-3.
014964     05  AV-SOCSEC               PIC S9(09)V99 COMP-3.
014965     05  AV-MEDICARE             PIC S9(09)V99 COMP-3.
014966     05  AV-YTD-GROSS            PIC S9(09)V99 COMP-3.
014967     05  AV-YTD-FEDTX            PIC S9(09)V99 COMP-3.
014969     05  AV-YTD-STATETX          PIC S9(09)V99 COMP-3.
014971     05  AV-YTD-NET              PIC S9(09)V99 COMP-3.
014972     05  AV-YTD-SOCSEC           PIC S9(09)V99 COMP-3.
014973     05  AV-YTD-MEDICARE         PIC S9(09)V99 COMP-3.
014974     05  AV-LOCALITY-CODE        PIC X(04).
014975     05  AV-LOCALTX              PIC S9(09)V99 COMP-3.
014976     05  AV-YTD-LOCALTX          PIC S9(09)V99 COMP-3.
014977     05  AV-401K                 PIC S9(09)V99 COMP-3.
014978     05  AV-CHILD-SUPPORT        PIC S9(09)V99 COMP-3.
014979     05  AV-CREDITOR-GARN        PIC S9(09)V99 COMP-3.
014980     05  AV-YTD-401K             PIC S9(09)V99 COMP-3.
014981     05  FILLER                  PIC X(08).
014982
014983*****************************************************************
014984*    ADV-REPORT - ONE ADVICE PAGE PER PAID EMPLOYEE  OUTPUT
014985*****************************************************************
014986 FD  ADV-REPORT
014987     RECORDING F
014988     LABEL RECORDS STANDARD
014989     RECORD CONTAINS 133 CHARACTERS
014991     BLOCK CONTAINS 0 RECORDS
014993     DATA RECORD IS ADV-RECORD.
014997 01  ADV-RECORD.
014999     05  FILLER                  PIC X(133).
015001
015002*****************************************************************
015003*    DEDN-MASTER - BONUS DEDUCTION ORDERS       INPUT/OUTPUT
015004*****************************************************************
015005*************** READ BY EMPLOYEE IN PRIORITY ORDER; THE BALANCE
015006*************** OF EVERY ORDER TAKEN IS REWRITTEN AS THE BONUS
015007*************** POSTS.  MAINTAINED BY LAB36.
015008 FD  DEDN-MASTER
015009     RECORDING F
015010     LABEL RECORDS STANDARD
015011     RECORD CONTAINS 80 CHARACTERS
015012     DATA RECORD IS DEDN-MASTER-RECORD.
015013
015014 COPY DEDNCMP REPLACING
015015     DN-RECORD              BY  DEDN-MASTER-RECORD
015016     DN-KEY                 BY  DM-KEY
015017     DN-EMPLOYEE-ID         BY  DM-EMPLOYEE-ID
015018     DN-PRIORITY            BY  DM-PRIORITY
015019     DN-DEDUCTION-TYPE      BY  DM-DEDUCTION-TYPE
015020     DN-401K-PRETAX         BY  DM-401K-PRETAX
015021     DN-CHILD-SUPPORT       BY  DM-CHILD-SUPPORT
015022     DN-GARNISHMENT         BY  DM-GARNISHMENT
015023     DN-CALC-METHOD         BY  DM-CALC-METHOD
015024     DN-PERCENT-OF-PAY      BY  DM-PERCENT-OF-PAY
015025     DN-FLAT-AMOUNT         BY  DM-FLAT-AMOUNT
015026     DN-PERCENT             BY  DM-PERCENT
015027     DN-FLAT-AMT            BY  DM-FLAT-AMT
015028     DN-CAP-AMT             BY  DM-CAP-AMT
015029     DN-BALANCE             BY  DM-BALANCE
015030     DN-STATUS              BY  DM-STATUS
015031     DN-ACTIVE              BY  DM-ACTIVE
015032     DN-ON-HOLD             BY  DM-ON-HOLD
015033     DN-PAYEE-ID            BY  DM-PAYEE-ID
015034     DN-PAYEE-NAME          BY  DM-PAYEE-NAME
015035     DN-CASE-NUMBER         BY  DM-CASE-NUMBER.
015036
015037*****************************************************************
015038*    DEDN-TAKE-FILE - DEDUCTIONS TAKEN (LAB37)      OUTPUT
015039*****************************************************************
015040 FD  DEDN-TAKE-FILE
015041     RECORDING F
015042     LABEL RECORDS STANDARD
015043     RECORD CONTAINS 80 CHARACTERS
015044     BLOCK CONTAINS 0 RECORDS
015045     DATA RECORD IS DEDN-TAKE-RECORD.
015046
015047 COPY DEDTCMP REPLACING
015048     DT-RECORD              BY  DEDN-TAKE-RECORD
015049     DT-PAYEE-ID            BY  TK-PAYEE-ID
015050     DT-PAYEE-NAME          BY  TK-PAYEE-NAME
015051     DT-EMPLOYEE-ID         BY  TK-EMPLOYEE-ID
015052     DT-PRIORITY            BY  TK-PRIORITY
015053     DT-DEDUCTION-TYPE      BY  TK-DEDUCTION-TYPE
015054     DT-CASE-NUMBER         BY  TK-CASE-NUMBER
015055     DT-RUN-DATE            BY  TK-RUN-DATE
015056     DT-RUN-NUMBER          BY  TK-RUN-NUMBER
015057     DT-STATE-CODE          BY  TK-STATE-CODE
015058     DT-AMOUNT              BY  TK-AMOUNT
015059     DT-BALANCE-AFTER       BY  TK-BALANCE-AFTER.
015060
015061*****************************************************************
015062*    CHKQ-FILE - CHECK-REQUEST EXTRACT (LAB39)      OUTPUT
015063*****************************************************************
015064*************** ONE RECORD PER BONUS PAID BY CHECK REQUEST, SO
015065*************** LAB39 CAN NUMBER THE CHECK FROM CONTROLLED STOCK
015066*************** AND SEND IT TO THE BANK ON POSITIVE PAY.
015067 FD  CHKQ-FILE
015068     RECORDING F
015069     LABEL RECORDS STANDARD
015070     RECORD CONTAINS 120 CHARACTERS
015071     BLOCK CONTAINS 0 RECORDS
015072     DATA RECORD IS CHKQ-RECORD.
015073
015074 COPY CHKQCMP REPLACING
015075     CQ-RECORD              BY  CHKQ-RECORD
015076     CQ-EMPLOYEE-ID         BY  CX-EMPLOYEE-ID
015077     CQ-LAST-NAME           BY  CX-LAST-NAME
015078     CQ-FIRST-NAME          BY  CX-FIRST-NAME
015079     CQ-MID-INIT            BY  CX-MID-INIT
015080     CQ-STATE-CODE          BY  CX-STATE-CODE
015081     CQ-FED-TAX-EXEMPT-CODE BY  CX-FED-TAX-EXEMPT-CODE
015082     CQ-ST-TAX-EXEMPT-CODE  BY  CX-ST-TAX-EXEMPT-CODE
015083     CQ-GROSS               BY  CX-GROSS
015084     CQ-NET-AMT             BY  CX-NET-AMT
015085     CQ-RUN-DATE            BY  CX-RUN-DATE
015086     CQ-RUN-NUMBER          BY  CX-RUN-NUMBER
015087     CQ-REASON              BY  CX-REASON
015088     CQ-COMPANY-CODE        BY  CX-COMPANY-CODE.
015089
015090*****************************************************************
015091*    REJ-RETURN - REJECTED RECORDS BACK TO SOURCE   OUTPUT
015092*****************************************************************
015093*************** EVERY FEED RECORD REJECTED, AS IT ARRIVED, WITH A
015094*************** REASON CODE, BETWEEN A HEADER AND A TRAILER, FOR
015095*************** THE SYSTEM NAMED ON THE FEED HEADER TO CORRECT.
015096 FD  REJ-RETURN
015098     RECORDING F
015099     LABEL RECORDS STANDARD
015100     RECORD CONTAINS 120 CHARACTERS
015101     BLOCK CONTAINS 0 RECORDS
015102     DATA RECORD IS REJRTN-RECORD.
015103
015104 COPY REJRCMP REPLACING
015105     RJ-RECORD              BY  REJRTN-RECORD
015106     RJ-RECORD-TYPE         BY  RR-RECORD-TYPE
015107     RJ-HEADER              BY  RR-HEADER
015109     RJ-DETAIL              BY  RR-DETAIL
015110     RJ-TRAILER             BY  RR-TRAILER
015111     RJ-SOURCE-SYSTEM       BY  RR-SOURCE-SYSTEM
015112     RJ-FEED-DATE           BY  RR-FEED-DATE
015113     RJ-RUN-DATE            BY  RR-RUN-DATE
015114     RJ-RUN-NUMBER          BY  RR-RUN-NUMBER
015115     RJ-BODY                BY  RR-BODY
015116     RJ-DETAIL-BODY         BY  RR-DETAIL-BODY
015117     RJ-REASON-CODE         BY  RR-REASON-CODE
015118     RJ-REJECT-SEQ          BY  RR-REJECT-SEQ
015120     RJ-ORIGINAL-RECORD     BY  RR-ORIGINAL-RECORD
015121     RJ-TRAILER-BODY        BY  RR-TRAILER-BODY
015122     RJ-RECORD-COUNT        BY  RR-RECORD-COUNT
015123     RJ-AMOUNT-TOTAL        BY  RR-AMOUNT-TOTAL.
015124
015125*****************************************************************
015126*    OPEN-REJ - OPEN REJECTS (VSAM KSDS)         INPUT/OUTPUT
015127*****************************************************************
015128*************** KEPT ACROSS RUNS - ONE RECORD PER REJECTED FEED
015129*************** RECORD UNTIL A LATER FEED POSTS ITS CORRECTION.
015131 FD  OPEN-REJ
015132     RECORDING F
015133     LABEL RECORDS STANDARD
015134     RECORD CONTAINS 200 CHARACTERS
015135     DATA RECORD IS OPENREJ-RECORD.
015136
015137 COPY OPNRCMP REPLACING
015138     OR-RECORD              BY  OPENREJ-RECORD
015139     OR-KEY                 BY  OJ-KEY
015140     OR-EMPLOYEE-ID         BY  OJ-EMPLOYEE-ID
015142     OR-RECORD-TYPE         BY  OJ-RECORD-TYPE
015143     OR-FIRST-RUN-NUMBER    BY  OJ-FIRST-RUN-NUMBER
015144     OR-FIRST-REJECT-SEQ    BY  OJ-FIRST-REJECT-SEQ
015145     OR-STATUS              BY  OJ-STATUS
015146     OR-OPEN                BY  OJ-OPEN
015147     OR-CORRECTED           BY  OJ-CORRECTED
015148     OR-SOURCE-SYSTEM       BY  OJ-SOURCE-SYSTEM
015149     OR-FIRST-REJECT-DATE   BY  OJ-FIRST-REJECT-DATE
015150     OR-LAST-RUN-NUMBER     BY  OJ-LAST-RUN-NUMBER
015151     OR-LAST-REJECT-SEQ     BY  OJ-LAST-REJECT-SEQ
015153     OR-LAST-REJECT-DATE    BY  OJ-LAST-REJECT-DATE
015154     OR-REJECT-COUNT        BY  OJ-REJECT-COUNT
015155     OR-REASON-CODE         BY  OJ-REASON-CODE
015156     OR-REASON-TEXT         BY  OJ-REASON-TEXT
015157     OR-CLOSED-RUN-NUMBER   BY  OJ-CLOSED-RUN-NUMBER
015158     OR-CLOSED-DATE         BY  OJ-CLOSED-DATE
015159     OR-ORIGINAL-RECORD     BY  OJ-ORIGINAL-RECORD.
015160
015161*****************************************************************
015163*    HR-FILE                                       INPUT
015172*****************************************************************
015181 FD  HR-FILE
015190     RECORDING F
015200     LABEL RECORDS STANDARD
015300     RECORD CONTAINS 80 CHARACTERS
015400     BLOCK CONTAINS 0 RECORDS
015720     HM-EMPLOYEE-ID         BY  HR-EMPLOYEE-ID
015730     HM-DEPT-CODE           BY  HR-DEPT-CODE
015740     HM-MANAGER-NAME        BY  HR-MANAGER-NAME
015750     HM-HOME-STATE          BY  HR-HOME-STATE
015833     HM-LOCALITY-CODE       BY  HR-LOCALITY-CODE
015916     HM-COMPANY-CODE        BY  HR-COMPANY-CODE.
016000
016100*****************************************************************
016200*    OUT-REPORT                                    OUTPUT
019000 FD  YTD-MASTER
019100     RECORDING F
019200     LABEL RECORDS STANDARD
019300     RECORD CONTAINS 100 CHARACTERS
019400     DATA RECORD IS YTD-MASTER-RECORD.
019500
019600 COPY YTDCMP REPLACING
020400     YC-YTD-GROSS           BY  YM-YTD-GROSS
020500     YC-YTD-FEDTX           BY  YM-YTD-FEDTX
020600     YC-YTD-STATETX         BY  YM-YTD-STATETX
020700     YC-YTD-NET             BY  YM-YTD-NET
020710     YC-YTD-FICA-WAGES      BY  YM-YTD-FICA-WAGES
020720     YC-YTD-SOCSEC          BY  YM-YTD-SOCSEC
020730     YC-YTD-MEDICARE        BY  YM-YTD-MEDICARE
020731     YC-YTD-LOCALTX         BY  YM-YTD-LOCALTX
020732     YC-YTD-401K            BY  YM-YTD-401K.
020800
020900*****************************************************************
021000*    CHKPT-FILE                                 OUTPUT
021200 FD  CHKPT-FILE
021300     RECORDING F
021400     LABEL RECORDS STANDARD
021500     RECORD CONTAINS 1200 CHARACTERS
021600     DATA RECORD IS CHKPT-RECORD.
021700
021800 01  CHKPT-RECORD.
023086     05  CHKPT-ADJ-NET           PIC S9(11)V99 COMP-3.
023088     05  CHKPT-GL-DEBITS         PIC S9(11)V99 COMP-3.
023090     05  CHKPT-GL-CREDITS        PIC S9(11)V99 COMP-3.
023091*************** SOCIAL SECURITY AND MEDICARE RUN TOTALS
023092     05  CHKPT-GTOT-SOCSEC       PIC S9(09)V99 COMP-3.
023093     05  CHKPT-GTOT-MEDICARE     PIC S9(09)V99 COMP-3.
023094     05  CHKPT-SUB-SOCSEC        PIC S9(09)V99 COMP-3.
023095     05  CHKPT-SUB-MEDICARE      PIC S9(09)V99 COMP-3.
023099*************** LOCAL TAX RUN TOTALS
023103     05  CHKPT-GTOT-LOCALTX      PIC S9(09)V99 COMP-3.
023107     05  CHKPT-SUB-LOCALTX       PIC S9(09)V99 COMP-3.
023111*************** 401(K) AND GARNISHMENT RUN TOTALS
023115     05  CHKPT-GTOT-401K         PIC S9(09)V99 COMP-3.
023119     05  CHKPT-GTOT-GARNISH      PIC S9(09)V99 COMP-3.
023123     05  CHKPT-SUB-401K          PIC S9(09)V99 COMP-3.
023127     05  CHKPT-SUB-GARNISH       PIC S9(09)V99 COMP-3.
023131*************** COMPANY IN PROGRESS AND THE RUN TOTALS BY COMPANY
023135*************** (AN IMAGE OF COMPANY-TOTALS)
023139     05  CHKPT-COMPANY-CODE      PIC X(04).
023143     05  CHKPT-COMPANY-TOTALS    PIC X(920).
023147*************** RUN NUMBER THE CYCLE STARTED UNDER, AND THE OPEN-
023151*************** REJECT COUNTS - A RESTART KEEPS BOTH
023155     05  CHKPT-CYCLE-RUN-NUMBER  PIC S9(05) COMP-3.
023159     05  CHKPT-OJ-ADDED          PIC S9(07) COMP-3.
023163     05  CHKPT-OJ-RESUBMITTED    PIC S9(07) COMP-3.
023167     05  CHKPT-OJ-CORRECTED      PIC S9(07) COMP-3.
023171*************** GARNISHMENT RUN TOTALS BY ORDER TYPE
023175     05  CHKPT-GTOT-CHILDSUP     PIC S9(09)V99 COMP-3.
023179     05  CHKPT-GTOT-CREDGARN     PIC S9(09)V99 COMP-3.
023183     05  CHKPT-SUB-CHILDSUP      PIC S9(09)V99 COMP-3.
023187     05  CHKPT-SUB-CREDGARN      PIC S9(09)V99 COMP-3.
023191     05  FILLER                  PIC X(57).
023195
023200*****************************************************************
023300*    CTL-REPORT                                    OUTPUT
023400*****************************************************************
024800 FD  CSV-REPORT
024900     RECORDING F
025000     LABEL RECORDS STANDARD
025100     RECORD CONTAINS 200 CHARACTERS
025200     BLOCK CONTAINS 0 RECORDS
025300     DATA RECORD IS CSV-RECORD.
025400
025500 01  CSV-RECORD.
025600     05  FILLER                  PIC X(200).
025700
025800*****************************************************************
025900*    MGR-REPORT                                     OUTPUT
026900     05  FILLER                  PIC X(133).
027000
027006*****************************************************************
027012*    HIST-FILE                                      I-O
027018*****************************************************************
027024 FD  HIST-FILE
027036     LABEL RECORDS STANDARD
027045     RECORD CONTAINS 120 CHARACTERS
027054     DATA RECORD IS HIST-RECORD.
027060
027066 COPY BONHCMP REPLACING
027072     HC-RECORD              BY  HIST-RECORD
027075     HC-KEY                 BY  BH-KEY
027078     HC-EMPLOYEE-ID         BY  BH-EMPLOYEE-ID
027084     HC-RUN-DATE            BY  BH-RUN-DATE
027085     HC-RUN-MONTH           BY  BH-RUN-MONTH
027086     HC-RUN-DAY             BY  BH-RUN-DAY
027087     HC-SEQUENCE-NO         BY  BH-SEQUENCE-NO
027090     HC-STATE-CODE          BY  BH-STATE-CODE
027096     HC-FED-TAX-EXEMPT-CODE BY  BH-FED-TAX-EXEMPT-CODE
027102     HC-ST-TAX-EXEMPT-CODE  BY  BH-ST-TAX-EXEMPT-CODE
027108     HC-GROSS               BY  BH-GROSS
027114     HC-FEDTX               BY  BH-FEDTX
027120     HC-STATETX             BY  BH-STATETX
027121     HC-NET                 BY  BH-NET
027122     HC-SOCSEC              BY  BH-SOCSEC
027123     HC-MEDICARE            BY  BH-MEDICARE
027124     HC-LOCALITY-CODE       BY  BH-LOCALITY-CODE
027125     HC-LOCALTX             BY  BH-LOCALTX
027126     HC-401K                BY  BH-401K
027127     HC-GARNISH             BY  BH-GARNISH
027128     HC-COMPANY-CODE        BY  BH-COMPANY-CODE
027129     HC-BONUS-TYPE          BY  BH-BONUS-TYPE
027130     HC-REGULAR-BONUS       BY  BH-REGULAR-BONUS
027131     HC-SIGN-ON-BONUS       BY  BH-SIGN-ON-BONUS
027132     HC-RETENTION-BONUS     BY  BH-RETENTION-BONUS
027133     HC-PAY-DATE            BY  BH-PAY-DATE
027134     HC-RUN-NUMBER          BY  BH-RUN-NUMBER
027135     HC-CHILD-SUPPORT       BY  BH-CHILD-SUPPORT
027136     HC-CREDITOR-GARN       BY  BH-CREDITOR-GARN.
027137
027138*****************************************************************
027144*    RUN-CTL                                     INPUT/OUTPUT
027150*****************************************************************
028200***********************
028300
028320*************** THE BUSINESS SETTINGS BELOW (PAGE SIZE, REVIEW
028333*************** LIMIT, EDIT CEILING, DUPLICATE LOOK-BACK AND
028346*************** TOLERANCE) ARE SHIPPED
028360*************** DEFAULTS ONLY - 1050-LOAD-PARAMETERS REPLACES
028380*************** THEM FROM THE PARMFILE DD EVERY RUN.
028400 01  WS-CONSTANTS.
028700     05  WS-C-MAX-PAGE-LINES     PIC S9(03)     COMP-3 VALUE 46.
029010     05  WS-C-DEPT-TABLE-SIZE    PIC S9(03)     COMP-3 VALUE 100.
029020     05  WS-C-BANK-TABLE-SIZE    PIC S9(04)     COMP-3 VALUE 1000.
029030     05  WS-C-DEDN-TABLE-SIZE    PIC S9(03)     COMP-3 VALUE 20.
029100     05  WS-C-DOUBLE-BLANK-LINE  PIC X(02)      VALUE '0 '.
029200     05  WS-C-TRIPLE-BLANK-LINE  PIC X(02)      VALUE '- '.
029300     05  WS-C-MGR-REVIEW-LIMIT   PIC S9(07)V99  COMP-3
029500     05  WS-C-MIN-BONUS-AMT      PIC 9(07)V99   COMP-3 VALUE ZERO.
029600     05  WS-C-MAX-BONUS-AMT      PIC 9(07)V99   COMP-3
029700                                                VALUE 999999.99.
029725     05  WS-C-DUP-LOOKBACK-DAYS  PIC S9(03)     COMP-3 VALUE 90.
029750     05  WS-C-DUP-TOLERANCE      PIC S9(07)V99  COMP-3 VALUE ZERO.
029775     05  WS-C-DUP-TABLE-SIZE     PIC S9(03)     COMP-3 VALUE 200.
029778     05  WS-C-COMPANY-TABLE-SIZE PIC S9(03)     COMP-3 VALUE 10.
029779     05  WS-C-HOLIDAY-TABLE-SIZE PIC S9(03)     COMP-3 VALUE 200.
029780*************** THE BANK PAY DATE IS THE FIRST BUSINESS DAY AT
029781*************** LEAST THIS MANY DAYS AFTER THE RUN DATE.  CAPPED
029782*************** SO ONLY A DECEMBER RUN CAN PAY IN THE NEXT YEAR.
029783     05  WS-C-PAY-LEAD-DAYS      PIC S9(03)     COMP-3 VALUE 2.
029784     05  WS-C-MAX-PAY-LEAD-DAYS  PIC S9(03)     COMP-3 VALUE 15.
029785*************** INTEGER-OF-DATE DAY 1 (01/01/1601) IS A MONDAY, SO
029786*************** THE DAY NUMBER MOD 7 IS 6 ON A SATURDAY AND 0 ON A
029787*************** SUNDAY.
029788     05  WS-C-SATURDAY           PIC 9(01)      VALUE 6.
029789     05  WS-C-SUNDAY             PIC 9(01)      VALUE 0.
029790*************** NAMES THE RUN ON THE DISBURSEMENT FILE HEADER AND
029792*************** THE CONTROL REPORT - EACH COMPANY'S OWN NAME IS
029794*************** ON ITS BANK BATCH AND REGISTER PAGES
029796     05  WS-C-FEED-TITLE         PIC X(21)      VALUE
029798                                 'MONTHLY BONUS PAYROLL'.
029800
029900
030000***********************
031560     05  WS-BUDFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
031562     05  WS-ADVFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
031564     05  WS-ADRFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
031566     05  WS-DEDFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
031568     05  WS-DTKFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
031569     05  WS-CHQFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
031584     05  WS-CMPFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
031589     05  WS-RJRFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
031591     05  WS-HOLFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
031594     05  WS-OPJFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
031600     05  WS-ABORT-TRIGGER        PIC S9(1) VALUE 0.
031700     05  WS-ABORT-CODE           PIC S9(1).
031800     05  WS-RETURN-CODE-DISPLAY  PIC S9(5) COMP-3.
032400 01  GENERAL-VARIABLES.
032500     05  WS-VARIABLES-MARKER     PIC X(09) VALUE 'VARIABLES'.
032600     05  WS-CURRENT-STATE-GROUP  PIC X(02) VALUE '**'.
032633     05  WS-CURRENT-COMPANY      PIC X(04) VALUE '****'.
032666     05  WS-COMPANY-KEY          PIC X(04) VALUE SPACES.
032700     05  WS-DATE-PGM             PIC X(08) VALUE 'LAB10 '.
032710     05  WS-TAXCALC-PGM          PIC X(08) VALUE 'LAB20 '.
032720     05  WS-CURRENT-DEPT-CODE    PIC X(04) VALUE SPACES.
033400     05  WS-RUN-OVERRIDE-DATE    PIC X(08)  VALUE SPACES.
033410     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
033412     05  WS-RUN-DATE-9           REDEFINES WS-RUN-DATE
033413                                 PIC 9(08).
033414*************** THE DAY THE BANK SETTLES THE BONUSES (SET IN
033415*************** 1083-SET-PAY-DATE FROM THE HOLIDAY CALENDAR)
033416     05  WS-PAY-DATE             PIC X(08)  VALUE SPACES.
033417     05  WS-PAY-DATE-9           REDEFINES WS-PAY-DATE
033418                                 PIC 9(08).
033421
033428 01  WS-RUN-CONTROL-VALUES.
033435     05  WS-RUN-NUMBER           PIC S9(05) COMP-3 VALUE +0.
033442     05  WS-MAX-RUN-NUMBER       PIC S9(05) COMP-3 VALUE +0.
033449     05  WS-FEED-REC-COUNT       PIC S9(07) COMP-3 VALUE +0.
033450     05  WS-FEED-GROSS-HASH      PIC S9(11)V99 COMP-3 VALUE +0.
033451     05  WS-PARMFILE-SWITCH      PIC X(01) VALUE 'N'.
033452         88  WS-PARMFILE-EOF               VALUE 'Y'.
033453     05  WS-BANK-FILE-SWITCH     PIC X(01) VALUE 'N'.
033455         88  WS-BANK-EOF                   VALUE 'Y'.
033456     05  WS-DGJ-FILE-SWITCH      PIC X(01) VALUE 'N'.
033457         88  WS-DGJ-EOF                    VALUE 'Y'.
033458     05  WS-DGJ-REPLAYED         PIC S9(07) COMP-3 VALUE +0.
033460     05  WS-YTD-BEFORE-IMAGE     PIC X(100) VALUE LOW-VALUES.
033461     05  WS-YTDJ-ACTION          PIC X(01) VALUE SPACE.
033462     05  WS-BUDG-FILE-SWITCH     PIC X(01) VALUE 'N'.
033463         88  WS-BUDG-EOF                   VALUE 'Y'.
033464     05  WS-ADV-SORT-SWITCH      PIC X(01) VALUE 'N'.
033466         88  WS-ADV-SORT-EOF               VALUE 'Y'.
033467     05  WS-YTD-BROWSE-SWITCH    PIC X(01) VALUE 'N'.
033468         88  WS-YTD-BROWSE-DONE            VALUE 'Y'.
033469     05  WS-YTD-BROWSE-EMP-ID    PIC X(08) VALUE SPACES.
033471     05  WS-ADVICE-COUNT         PIC S9(07) COMP-3 VALUE +0.
033472     05  WS-FEED-HDR-SEEN-SW     PIC X(01) VALUE 'N'.
033473         88  WS-FEED-HEADER-SEEN           VALUE 'Y'.
033487         88  WS-RUNCTL-EOF                 VALUE 'Y'.
033488     05  WS-RUNCTL-NEW-SWITCH    PIC X(01) VALUE 'N'.
033489         88  WS-RUNCTL-IS-NEW              VALUE 'Y'.
033490     05  WS-DEDN-BROWSE-SWITCH   PIC X(01) VALUE 'N'.
033491         88  WS-DEDN-BROWSE-DONE           VALUE 'Y'.
033492     05  WS-COMP-FILE-SWITCH     PIC X(01) VALUE 'N'.
033493         88  WS-COMP-EOF                   VALUE 'Y'.
033494     05  WS-COMP-FOUND-SWITCH    PIC X(01) VALUE 'N'.
033495         88  WS-COMPANY-FOUND              VALUE 'Y'.
033496     05  WS-COMPANY-COUNT        PIC S9(03) COMP-3 VALUE +0.
033497     05  WS-LAST-COMPANY-CODE    PIC X(04) VALUE LOW-VALUES.
033498     05  WS-HOL-FILE-SWITCH      PIC X(01) VALUE 'N'.
033499         88  WS-HOL-EOF                    VALUE 'Y'.
033501     05  WS-BUSINESS-DAY-SWITCH  PIC X(01) VALUE 'N'.
033502         88  WS-BUSINESS-DAY               VALUE 'Y'.
033503     05  WS-HOLIDAY-COUNT        PIC S9(03) COMP-3 VALUE +0.
033504     05  WS-LAST-HOLIDAY-DATE    PIC X(08) VALUE LOW-VALUES.
033505     05  WS-PAY-DAY              PIC S9(09) COMP   VALUE +0.
033506     05  WS-PAY-WEEKDAY          PIC 9(01)         VALUE ZERO.
033507     05  WS-HOLIDAYS-SKIPPED     PIC S9(03) COMP-3 VALUE +0.
033508
033509 COPY TAXCCMP REPLACING
033510     TC-AREA                BY  WS-TAXCALC-AREA
033512     TC-RUN-DATE            BY  WS-TC-RUN-DATE
033519     TC-STATE-CODE          BY  WS-TC-STATE-CODE
033520     TC-LOCALITY-CODE       BY  WS-TC-LOCALITY-CODE
033526     TC-FED-EXEMPT-CODE     BY  WS-TC-FED-EXEMPT-CODE
033533     TC-ST-EXEMPT-CODE      BY  WS-TC-ST-EXEMPT-CODE
033540     TC-GROSS-AMT           BY  WS-TC-GROSS-AMT
033541     TC-YTD-FICA-WAGES      BY  WS-TC-YTD-FICA-WAGES
033542     TC-PRETAX-AMT          BY  WS-TC-PRETAX-AMT
033547     TC-FED-TAX-AMT         BY  WS-TC-FED-TAX-AMT
033554     TC-STATE-TAX-AMT       BY  WS-TC-STATE-TAX-AMT
033555     TC-SOCSEC-AMT          BY  WS-TC-SOCSEC-AMT
033556     TC-MEDICARE-AMT        BY  WS-TC-MEDICARE-AMT
033557     TC-LOCAL-TAX-AMT       BY  WS-TC-LOCAL-TAX-AMT
033561     TC-NET-AMT             BY  WS-TC-NET-AMT
033568     TC-RETURN-STATUS       BY  WS-TC-RETURN-STATUS
033575     TC-CALC-CLEAN          BY  WS-TC-CALC-CLEAN
033582     TC-STATE-NOT-FOUND     BY  WS-TC-STATE-NOT-FOUND
033583     TC-LOCALITY-NOT-FOUND  BY  WS-TC-LOCALITY-NOT-FOUND.
033589
033600 01  WS-WORKING-VALUES.
033700     05  WS-FED-TAX-AMT-C3       PIC S9(09)V99  COMP-3 VALUE 0.
033718     05  WS-PARM-PAGE-X          PIC X(03)  VALUE ZEROS.
033720     05  WS-PARM-PAGE-9          REDEFINES WS-PARM-PAGE-X
033722                                 PIC 9(03).
033741     05  WS-PARM-DAYS-X          PIC X(03)  VALUE ZEROS.
033760     05  WS-PARM-DAYS-9          REDEFINES WS-PARM-DAYS-X
033779                                 PIC 9(03).
033800     05  WS-STATE-TAX-AMT-C3     PIC S9(09)V99  COMP-3 VALUE 0.
033810     05  WS-SOCSEC-AMT-C3        PIC S9(09)V99  COMP-3 VALUE 0.
033820     05  WS-MEDICARE-AMT-C3      PIC S9(09)V99  COMP-3 VALUE 0.
033830     05  WS-LOCALTX-AMT-C3       PIC S9(09)V99  COMP-3 VALUE 0.
033840     05  WS-401K-AMT-C3          PIC S9(09)V99  COMP-3 VALUE 0.
033850     05  WS-GARNISH-AMT-C3       PIC S9(09)V99  COMP-3 VALUE 0.
033860     05  WS-CHILDSUP-AMT-C3      PIC S9(09)V99  COMP-3 VALUE 0.
033870     05  WS-CREDGARN-AMT-C3      PIC S9(09)V99  COMP-3 VALUE 0.
034000     05  WS-NET-BONUS-AMT-C3     PIC S9(09)V99  COMP-3 VALUE 0.
034100     05  WS-CSV-PTR                PIC 9(03) VALUE 1.
034200     05  WS-CSV-AMT-1               PIC ZZZZZZ9.99-.
034300     05  WS-CSV-AMT-2               PIC ZZZZZZ9.99-.
034400     05  WS-CSV-AMT-3               PIC ZZZZZZ9.99-.
034500     05  WS-CSV-AMT-4               PIC ZZZZZZ9.99-.
034510     05  WS-CSV-AMT-5               PIC ZZZZZZ9.99-.
034520     05  WS-CSV-AMT-6               PIC ZZZZZZ9.99-.
034530     05  WS-CSV-AMT-7               PIC ZZZZZZ9.99-.
034540     05  WS-CSV-AMT-8               PIC ZZZZZZ9.99-.
034550     05  WS-CSV-AMT-9               PIC ZZZZZZ9.99-.
034600     05  WS-CSV-LINE                PIC X(200) VALUE SPACES.
034700
034800 01  WS-RUN-STATE-SUBTOTALS.
034900     05  WS-RUN-ST-SUB-FEDTX     PIC S9(09)V99  COMP-3 VALUE 0.
035000     05  WS-RUN-ST-SUB-STATETX   PIC S9(09)V99  COMP-3 VALUE 0.
035100     05  WS-RUN-ST-SUB-GROSS     PIC S9(09)V99  COMP-3 VALUE 0.
035200     05  WS-RUN-ST-SUB-NET       PIC S9(09)V99  COMP-3 VALUE 0.
035210     05  WS-RUN-ST-SUB-SOCSEC    PIC S9(09)V99  COMP-3 VALUE 0.
035220     05  WS-RUN-ST-SUB-MEDICARE  PIC S9(09)V99  COMP-3 VALUE 0.
035230     05  WS-RUN-ST-SUB-LOCALTX   PIC S9(09)V99  COMP-3 VALUE 0.
035240     05  WS-RUN-ST-SUB-401K      PIC S9(09)V99  COMP-3 VALUE 0.
035250     05  WS-RUN-ST-SUB-GARNISH   PIC S9(09)V99  COMP-3 VALUE 0.
035260     05  WS-RUN-ST-SUB-CHILDSUP  PIC S9(09)V99  COMP-3 VALUE 0.
035270     05  WS-RUN-ST-SUB-CREDGARN  PIC S9(09)V99  COMP-3 VALUE 0.
035300
035400 01  WS-RUN-GRAND-TOTALS.
035500     05  WS-RUN-GTOT-FEDTX       PIC S9(09)V99  COMP-3 VALUE 0.
035600     05  WS-RUN-GTOT-STATETX     PIC S9(09)V99  COMP-3 VALUE 0.
035700     05  WS-RUN-GTOT-GROSS       PIC S9(09)V99  COMP-3 VALUE 0.
035800     05  WS-RUN-GTOT-NET         PIC S9(09)V99  COMP-3 VALUE 0.
035810     05  WS-RUN-GTOT-SOCSEC      PIC S9(09)V99  COMP-3 VALUE 0.
035820     05  WS-RUN-GTOT-MEDICARE    PIC S9(09)V99  COMP-3 VALUE 0.
035830     05  WS-RUN-GTOT-LOCALTX     PIC S9(09)V99  COMP-3 VALUE 0.
035840     05  WS-RUN-GTOT-401K        PIC S9(09)V99  COMP-3 VALUE 0.
035850     05  WS-RUN-GTOT-GARNISH     PIC S9(09)V99  COMP-3 VALUE 0.
035860     05  WS-RUN-GTOT-CHILDSUP    PIC S9(09)V99  COMP-3 VALUE 0.
035870     05  WS-RUN-GTOT-CREDGARN    PIC S9(09)V99  COMP-3 VALUE 0.
035900     05  WS-RUN-GTOT-CHECK       PIC S9(09)V99  COMP-3 VALUE 0.
035910
035920 01  WS-DISBURSEMENT-TOTALS.
035930     05  WS-DISB-REC-COUNT       PIC S9(07)     COMP-3 VALUE 0.
035940     05  WS-DISB-NET             PIC S9(11)V99  COMP-3 VALUE 0.
035945     05  WS-PRENOTE-COUNT        PIC S9(05)     COMP-3 VALUE 0.
035950     05  WS-HELD-NET             PIC S9(11)V99  COMP-3 VALUE 0.
035952     05  WS-CHKREQ-COUNT         PIC S9(07)     COMP-3 VALUE 0.
035954     05  WS-CHKREQ-NET           PIC S9(11)V99  COMP-3 VALUE 0.
035962
035964*************** GENERAL LEDGER ACCOUNTS AND JOURNAL TOTALS
035966 01  WS-GL-VALUES.
035967     05  WS-C-GL-EXPENSE-ACCT    PIC X(08) VALUE '60100000'.
035968     05  WS-C-GL-FEDTX-ACCT      PIC X(08) VALUE '21100000'.
035969     05  WS-C-GL-STATETX-ACCT    PIC X(08) VALUE '21200000'.
035970     05  WS-C-GL-NETPAY-ACCT     PIC X(08) VALUE '21300000'.
035971     05  WS-C-GL-SOCSEC-ACCT     PIC X(08) VALUE '21400000'.
035972     05  WS-C-GL-MEDICARE-ACCT   PIC X(08) VALUE '21500000'.
035973     05  WS-C-GL-LOCALTX-ACCT    PIC X(08) VALUE '21600000'.
035974     05  WS-C-GL-401K-ACCT       PIC X(08) VALUE '21700000'.
035975     05  WS-C-GL-CHILDSUP-ACCT   PIC X(08) VALUE '21800000'.
035976     05  WS-C-GL-CREDGARN-ACCT   PIC X(08) VALUE '21900000'.
035977     05  WS-GL-DEBITS            PIC S9(11)V99  COMP-3 VALUE 0.
035978     05  WS-GL-CREDITS           PIC S9(11)V99  COMP-3 VALUE 0.
035979     05  WS-GL-WORK-AMOUNT       PIC S9(11)V99  COMP-3 VALUE 0.
035980     05  WS-GL-NORMAL-DR-CR      PIC X(01)  VALUE ' '.
035981
035982*************** ADJUSTMENT ACTIVITY CARRIED THIS RUN
035984 01  WS-ADJUSTMENT-TOTALS.
035986     05  WS-ADJ-COUNT            PIC S9(07)     COMP-3 VALUE 0.
035988     05  WS-ADJ-GROSS            PIC S9(11)V99  COMP-3 VALUE 0.
035990     05  WS-ADJ-NET              PIC S9(11)V99  COMP-3 VALUE 0.
036000
036010**************************
036020*  DEDUCTION ORDER TABLE *
036030**************************
036040*************** THE CURRENT EMPLOYEE'S ACTIVE DEDUCTION ORDERS
036050*************** (SEE COPYLIB DEDNCMP), IN PRIORITY ORDER, WITH
036060*************** THE AMOUNT FIGURED AGAINST THE BONUS IN HAND.
036070*************** RELOADED FOR EVERY BONUS POSTED.
036080 01  WS-DEDUCTION-VALUES.
036090     05  WS-DEDN-COUNT           PIC S9(03)     COMP-3 VALUE 0.
036100     05  WS-DEDN-BASE-AMT        PIC S9(09)V99  COMP-3 VALUE 0.
036110     05  WS-DEDN-REMAINING       PIC S9(09)V99  COMP-3 VALUE 0.
036120     05  WS-DEDN-WORK-AMT        PIC S9(09)V99  COMP-3 VALUE 0.
036140     05  WS-DEDN-SIGN            PIC S9(01)     COMP-3 VALUE +1.
036145     05  WS-DEDN-PASS-SWITCH     PIC X(01)  VALUE 'P'.
036146         88  WS-DEDN-PRETAX-PASS           VALUE 'P'.
036147         88  WS-DEDN-GARNISH-PASS          VALUE 'G'.
036150
036160 01  DEDN-TABLE.
036170     05  DEDN-ORDERS OCCURS 20 TIMES
036180             INDEXED BY DD-NDX.
036190         10  DD-PRIORITY         PIC 9(02).
036200         10  DD-DEDUCTION-TYPE   PIC X(01).
036210             88  DD-401K-PRETAX            VALUE 'K'.
036215             88  DD-CHILD-SUPPORT          VALUE 'C'.
036220         10  DD-CALC-METHOD      PIC X(01).
036230             88  DD-PERCENT-OF-PAY         VALUE 'P'.
036240         10  DD-PERCENT          PIC 9(02)V99.
036250         10  DD-FLAT-AMT         PIC 9(07)V99.
036260         10  DD-CAP-AMT          PIC 9(07)V99.
036270         10  DD-BALANCE          PIC S9(09)V99 COMP-3.
036280         10  DD-PAYEE-ID         PIC X(08).
036290         10  DD-PAYEE-NAME       PIC X(20).
036300         10  DD-CASE-NUMBER      PIC X(10).
036310         10  DD-TAKEN-AMT        PIC S9(09)V99 COMP-3.
036320
038130**************************
038140*  BANK ACCOUNT TABLE    *
038150**************************
038151*************** THE BANK-ACCOUNT MASTER (SEE COPYLIB BNKACMP)
038152*************** LOADED INTO CORE AT INITIALIZATION - THE FEED IS
038153*************** IN STATE ORDER WHEN THE DISBURSEMENT IS CUT, SO
038154*************** A CO-SEQUENTIAL MATCH CANNOT BE USED.
038155 01  BANK-TABLE.
038156     05  BANK-ACCTS OCCURS 1000 TIMES
038157             ASCENDING KEY IS BT-EMPLOYEE-ID
038158             INDEXED BY BT-NDX.
038159         10  BT-EMPLOYEE-ID      PIC X(08) VALUE HIGH-VALUES.
038160         10  BT-ROUTING-NUMBER   PIC 9(09).
038161         10  BT-ACCOUNT-NUMBER   PIC X(17).
038162         10  BT-ACCOUNT-TYPE     PIC X(01).
038163         10  BT-PRENOTE-STATUS   PIC X(01).
038164             88  BT-ACCT-CLEARED           VALUE 'A' ' '.
038165             88  BT-ACCT-REJECTED          VALUE 'R'.
038166
038167**************************
038168*  COMPANY TABLE         *
038169**************************
038170*************** THE COMPANY (LEGAL ENTITY) TABLE (SEE COPYLIB
038171*************** COMPCMP), LOADED AT INITIALIZATION IN CODE ORDER.
038172*************** EACH BONUS IS PAID, BOOKED AND TOTALLED UNDER THE
038173*************** COMPANY ON ITS EMPLOYEE'S HR MASTER RECORD.
038174 01  COMPANY-TABLE.
038175     05  COMPANY-ENTRY OCCURS 10 TIMES
038176             ASCENDING KEY IS CT-COMPANY-CODE
038177             INDEXED BY CT-NDX.
038178         10  CT-COMPANY-CODE     PIC X(04) VALUE HIGH-VALUES.
038179         10  CT-COMPANY-NAME     PIC X(21).
038180         10  CT-FEDERAL-ID       PIC X(09).
038181         10  CT-BANK-ROUTING     PIC 9(09).
038182         10  CT-BANK-ACCOUNT     PIC X(17).
038183         10  CT-GL-COMPANY       PIC X(04).
038184
038185*************** RUN TOTALS BY COMPANY, PARALLEL TO COMPANY-TABLE.
038186*************** CARRIED WHOLE IN THE CHECKPOINT (920 BYTES) SO A
038187*************** RESTARTED RUN FOOTS EVERY BATCH AND GL CONTROL.
038188 01  COMPANY-TOTALS.
038189     05  COMPANY-SUMS OCCURS 10 TIMES
038190             INDEXED BY CY-NDX.
038191         10  CY-REC-OUT          PIC S9(07)     COMP-3.
038192         10  CY-GROSS            PIC S9(11)V99  COMP-3.
038193         10  CY-FEDTX            PIC S9(11)V99  COMP-3.
038194         10  CY-STATETX          PIC S9(11)V99  COMP-3.
038195         10  CY-NET              PIC S9(11)V99  COMP-3.
038196         10  CY-DISB-COUNT       PIC S9(07)     COMP-3.
038197         10  CY-DISB-NET         PIC S9(11)V99  COMP-3.
038198         10  CY-GL-DEBITS        PIC S9(11)V99  COMP-3.
038199         10  CY-GL-CREDITS       PIC S9(11)V99  COMP-3.
038200         10  CY-SOCSEC           PIC S9(11)V99  COMP-3.
038201         10  CY-MEDICARE         PIC S9(11)V99  COMP-3.
038202         10  CY-LOCALTX          PIC S9(11)V99  COMP-3.
038203         10  CY-401K             PIC S9(11)V99  COMP-3.
038204         10  CY-GARNISH          PIC S9(11)V99  COMP-3.
038205
038206**************************
038207*  HOLIDAY TABLE         *
038208**************************
038209*************** THE BANK HOLIDAY CALENDAR (SEE COPYLIB HOLCCMP),
038210*************** LOADED AT INITIALIZATION IN DATE ORDER.  THE PAY
038211*************** DATE IS NEVER A SATURDAY, SUNDAY OR ONE OF THESE.
038212 01  HOLIDAY-TABLE.
038213     05  HOLIDAY-ENTRY OCCURS 200 TIMES
038214             ASCENDING KEY IS HT-HOLIDAY-DATE
038215             INDEXED BY HT-NDX.
038216         10  HT-HOLIDAY-DATE     PIC X(08) VALUE HIGH-VALUES.
038217
038218**************************
038220*  DEPT BUDGET TABLE     *
038222**************************
038233         10  BG-MONTHLY-BUDGET   PIC S9(09)V99 COMP-3.
038235         10  BG-ACTUAL-GROSS     PIC S9(09)V99 COMP-3.
038237         10  BG-OVER-SW          PIC X(01).
038238
038239**************************
038240*  DUPLICATE CHECK       *
038241**************************
038242*************** THE LOOK-BACK WINDOW OPENS WS-C-DUP-LOOKBACK-DAYS
038243*************** BEFORE THE RUN DATE (SET IN 1000-INITIALIZATION)
038244 01  WS-DUP-CHECK-VALUES.
038245     05  WS-DUP-WINDOW-DAY       PIC S9(09) COMP VALUE +0.
038246     05  WS-DUP-WINDOW-START     PIC X(08)  VALUE SPACES.
038247     05  WS-DUP-WINDOW-START-9   REDEFINES WS-DUP-WINDOW-START
038248                                 PIC 9(08).
038249     05  WS-DUP-DIFF             PIC S9(09)V99 COMP-3 VALUE +0.
038250     05  WS-DUP-MATCH-COUNT      PIC S9(03) COMP-3 VALUE +0.
038251     05  WS-DUP-REVERSE-COUNT    PIC S9(03) COMP-3 VALUE +0.
038252     05  WS-DUP-MATCH-DATE       PIC X(08)  VALUE SPACES.
038253     05  WS-DUP-MATCH-GROSS      PIC S9(09)V99 COMP-3 VALUE +0.
038254     05  WS-DUP-HELD-COUNT       PIC S9(05) COMP-3 VALUE +0.
038255     05  WS-DUP-TABLE-COUNT      PIC S9(03) COMP-3 VALUE +0.
038256     05  WS-DUP-SUSPECT-SWITCH   PIC X(01)  VALUE 'N'.
038257         88  WS-DUP-SUSPECT                 VALUE 'Y'.
038258     05  WS-DUP-BROWSE-SWITCH    PIC X(01)  VALUE 'N'.
038259         88  WS-DUP-BROWSE-DONE             VALUE 'Y'.
038260
038261**************************
038262*  DUP SUSPECT TABLE     *
038263**************************
038264*************** EVERY BONUS HELD THIS RUN AS A LIKELY DUPLICATE,
038265*************** LISTED ON THE CONTROL REPORT BY 3200
038266 01  DUP-TABLE.
038267     05  DUP-ENTRY OCCURS 200 TIMES
038268             INDEXED BY DP-NDX.
038269         10  DP-EMPLOYEE-ID      PIC X(08).
038270         10  DP-LAST-NAME        PIC X(20).
038271         10  DP-STATE-CODE       PIC X(02).
038272         10  DP-GROSS            PIC S9(09)V99 COMP-3.
038273         10  DP-MATCH-DATE       PIC X(08).
038274         10  DP-MATCH-GROSS      PIC S9(09)V99 COMP-3.
038275         10  DP-MATCH-COUNT      PIC S9(03) COMP-3.
038276
038277**************************
038279*  DEPT ROLLUP TABLE     *
038281**************************
038283 01  DEPT-TABLE.
038285     05  DEPT-SUMS  OCCURS 100 TIMES
038287             INDEXED BY DS-NDX.
038290         10  DS-DEPT-CODE        PIC X(04) VALUE HIGH-VALUES.
038300         10  DS-GROSS            PIC S9(09)V99 COMP-3.
038310         10  DS-FEDTX            PIC S9(09)V99 COMP-3.
038320         10  DS-STATETX          PIC S9(09)V99 COMP-3.
038330         10  DS-NET              PIC S9(09)V99 COMP-3.
038332         10  DS-SOCSEC           PIC S9(09)V99 COMP-3.
038334         10  DS-MEDICARE         PIC S9(09)V99 COMP-3.
038336         10  DS-LOCALTX          PIC S9(09)V99 COMP-3.
038337         10  DS-401K             PIC S9(09)V99 COMP-3.
038338         10  DS-GARNISH          PIC S9(09)V99 COMP-3.
038340
038400***********************
038500*  ACCUMULATORS       *
041700         88  WS-CHKPT-RECORD-FOUND         VALUE 'Y'.
041800     05  WS-RESTART-SWITCH       PIC X(01) VALUE 'N'.
041900         88  WS-IS-RESTART-RUN             VALUE 'Y'.
041933     05  WS-HIST-WRITTEN-SWITCH  PIC X(01) VALUE 'N'.
041966         88  WS-HIST-WRITTEN               VALUE 'Y'.
042000     05  WS-RESTART-STATE-CODE   PIC X(02) VALUE SPACES.
042050     05  WS-RESTART-COMPANY-CODE PIC X(04) VALUE SPACES.
042100     05  WS-RESTART-SKIP-COUNT   PIC S9(04) COMP-3 VALUE +0.
042200     05  WS-RESTART-REC-OUT      PIC S9(04) COMP-3 VALUE +0.
042300     05  WS-RESTART-REC-EXCEPT   PIC S9(04) COMP-3 VALUE +0.
042900     05  WS-RESTART-SUB-FEDTX    PIC S9(09)V99 COMP-3 VALUE +0.
043000     05  WS-RESTART-SUB-STATETX  PIC S9(09)V99 COMP-3 VALUE +0.
043100     05  WS-RESTART-SUB-NET      PIC S9(09)V99 COMP-3 VALUE +0.
043110     05  WS-RESTART-GTOT-SOCSEC  PIC S9(09)V99 COMP-3 VALUE +0.
043120     05  WS-RESTART-GTOT-MEDICARE
043130                                 PIC S9(09)V99 COMP-3 VALUE +0.
043140     05  WS-RESTART-SUB-SOCSEC   PIC S9(09)V99 COMP-3 VALUE +0.
043150     05  WS-RESTART-SUB-MEDICARE PIC S9(09)V99 COMP-3 VALUE +0.
043160     05  WS-RESTART-GTOT-LOCALTX PIC S9(09)V99 COMP-3 VALUE +0.
043170     05  WS-RESTART-SUB-LOCALTX  PIC S9(09)V99 COMP-3 VALUE +0.
043180     05  WS-RESTART-GTOT-401K    PIC S9(09)V99 COMP-3 VALUE +0.
043182     05  WS-RESTART-GTOT-GARNISH PIC S9(09)V99 COMP-3 VALUE +0.
043184     05  WS-RESTART-SUB-401K     PIC S9(09)V99 COMP-3 VALUE +0.
043186     05  WS-RESTART-SUB-GARNISH  PIC S9(09)V99 COMP-3 VALUE +0.
043187     05  WS-RESTART-GTOT-CHILDSUP PIC S9(09)V99 COMP-3 VALUE +0.
043188     05  WS-RESTART-GTOT-CREDGARN PIC S9(09)V99 COMP-3 VALUE +0.
043189     05  WS-RESTART-SUB-CHILDSUP PIC S9(09)V99 COMP-3 VALUE +0.
043190     05  WS-RESTART-SUB-CREDGARN PIC S9(09)V99 COMP-3 VALUE +0.
043200 01  STATE-CODE-SWITCH           PIC X(01) VALUE 'N'.
043300     88  STATE-CODE-FOUND                  VALUE 'Y'.
043400 01  WS-REJECT-SWITCH            PIC X(01) VALUE 'N'.
043500     88  RECORD-IS-REJECTED                VALUE 'Y'.
043600 01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
043602 01  WS-REJECT-CODE              PIC X(02) VALUE SPACES.
043604*                         TWO-CHARACTER CODE FOR THE REASON, AS
043606*                         RETURNED TO THE SOURCE SYSTEM (REJRCMP)
043608
043610*************** REJECT-RETURN FILE AND OPEN-REJECT TRACKING.  THE
043612*************** CYCLE RUN NUMBER IS THE RUN NUMBER THE CYCLE FIRST
043614*************** DREW - A RESTART DRAWS A NEW ONE FROM THE LEDGER
043616*************** BUT CARRIES THE CYCLE'S FROM THE CHECKPOINT.
043618 01  WS-REJECT-RETURN-VALUES.
043620     05  WS-CYCLE-RUN-NUMBER     PIC S9(05) COMP-3 VALUE +0.
043622     05  WS-RJR-REC-COUNT        PIC S9(07) COMP-3 VALUE +0.
043624     05  WS-RJR-AMOUNT-TOTAL     PIC S9(11)V99 COMP-3 VALUE +0.
043626     05  WS-RJR-JOURNAL-SWITCH   PIC X(01) VALUE 'N'.
043628         88  WS-RJR-JOURNAL-REJECT         VALUE 'Y'.
043630     05  WS-OJ-ADDED-COUNT       PIC S9(07) COMP-3 VALUE +0.
043632     05  WS-OJ-RESUBMIT-COUNT    PIC S9(07) COMP-3 VALUE +0.
043634     05  WS-OJ-CORRECTED-COUNT   PIC S9(07) COMP-3 VALUE +0.
043636     05  WS-OJ-BROWSE-SWITCH     PIC X(01) VALUE 'N'.
043638         88  WS-OJ-BROWSE-DONE             VALUE 'Y'.
043640     05  WS-OJ-MATCH-SWITCH      PIC X(01) VALUE 'N'.
043642         88  WS-OJ-NO-MATCH                VALUE 'N'.
043644         88  WS-OJ-CANDIDATE-FOUND         VALUE 'C'.
043646         88  WS-OJ-ALREADY-RECORDED        VALUE 'A'.
043648     05  WS-OJ-BROWSE-EMP-ID     PIC X(08) VALUE SPACES.
043650     05  WS-OJ-BROWSE-REC-TYPE   PIC X(01) VALUE SPACE.
043652     05  WS-OJ-MATCH-SEQ         PIC 9(05) VALUE ZERO.
043654     05  WS-OJ-CANDIDATE-KEY     PIC X(19) VALUE SPACES.
043656     05  WS-RJR-IMAGE            PIC X(76) VALUE SPACES.
043658*                         THE REJECTED FEED RECORD (BONUSCMP)
043660     05  WS-RJR-IMAGE-FIELDS     REDEFINES WS-RJR-IMAGE.
043662         10  FILLER              PIC X(38).
043664         10  WS-RJR-AMOUNT       PIC 9(07)V99 COMP-3.
043666         10  FILLER              PIC X(02).
043668         10  WS-RJR-EMPLOYEE-ID  PIC X(08).
043670         10  WS-RJR-RECORD-TYPE  PIC X(01).
043672         10  FILLER              PIC X(01).
043674         10  WS-RJR-HR-AREA      PIC X(16).
043676*                         FILLER ON THE FEED; DEPARTMENT, LOCALITY
043678*                         AND COMPANY ON THE SORT RECORD
043680         10  FILLER              PIC X(05).
043700
043800***********************
043900*  MESSAGE STRINGS   *
053700     05 WS-SSR-COL-DIV-4         PIC X(01) VALUE SPACES.
053800     05 WS-SSR-NET               PIC ZZZ,ZZZ,ZZ9.99-.
053900     05 WS-SSR-FILLER            PIC X(23) VALUE SPACES.
053911
053922 01  WS-COMPANY-TOTAL-REC.
053933     05 WS-CTR-LEADER            PIC X(22) VALUE SPACES.
053944     05 WS-CTR-LINE-LABEL        PIC X(20) VALUE
053955                                 'TOTAL FOR COMPANY : '.
053966     05 WS-CTR-COMPANY           PIC X(04) VALUE '****'.
053977     05 WS-CTR-COL-DIV-1         PIC X(01) VALUE SPACES.
053988     05 WS-CTR-GROSS             PIC ZZZ,ZZZ,ZZ9.99-.
053999     05 WS-CTR-COL-DIV-2         PIC X(01) VALUE SPACES.
054010     05 WS-CTR-FEDTX             PIC ZZZ,ZZZ,ZZ9.99-.
054021     05 WS-CTR-COL-DIV-3         PIC X(01) VALUE SPACES.
054032     05 WS-CTR-STATETX           PIC ZZZ,ZZZ,ZZ9.99-.
054043     05 WS-CTR-COL-DIV-4         PIC X(01) VALUE SPACES.
054054     05 WS-CTR-NET               PIC ZZZ,ZZZ,ZZ9.99-.
054065     05 WS-CTR-FILLER            PIC X(23) VALUE SPACES.
054076
054100 01  WS-GRAND-TOTAL-REC.
054200     05 WS-GTR-ASA-CODE          PIC X(01) VALUE '+'.
054300     05 WS-GTR-LEADER            PIC X(21) VALUE SPACES.
055612     05 WDS-COL-DIV-1            PIC X(08) VALUE SPACES.
055614     05 WDS-GROSS                PIC ZZZ,ZZZ,ZZ9.99-.
055616     05 WDS-COL-DIV-2            PIC X(01) VALUE SPACES.
055617     05 WDS-FEDTX                PIC ZZZ,ZZZ,ZZ9.99-.
055618     05 WDS-COL-DIV-3            PIC X(01) VALUE SPACES.
055619     05 WDS-STATETX              PIC ZZZ,ZZZ,ZZ9.99-.
055620     05 WDS-COL-DIV-4            PIC X(01) VALUE SPACES.
055621     05 WDS-NET                  PIC ZZZ,ZZZ,ZZ9.99-.
055622     05 WDS-COL-DIV-5            PIC X(01) VALUE SPACES.
055623     05 WDS-BUDGET               PIC ZZZ,ZZZ,ZZ9.99-.
055624     05 WDS-COL-DIV-6            PIC X(01) VALUE SPACES.
055625     05 WDS-VARIANCE             PIC ZZZ,ZZZ,ZZ9.99-.
055626     05 WDS-FILLER               PIC X(26) VALUE SPACES.
055627
055628*************** BANK DISBURSEMENT FEED RECORDS - EACH DETAIL
055629*************** CARRIES THE EMPLOYEE'S PAYMENT INSTRUCTIONS
055630*************** MERGED FROM THE BANK-ACCOUNT MASTER (BNKACMP).
055631*************** THE FILE IS H, PRENOTES, THEN ONE BATCH PER
055632*************** COMPANY (B HEADER, D DETAILS, C CONTROL), THEN T.
055633 01  WS-DISB-HEADER.
055634     05 WDB-H-RECORD-TYPE        PIC X(01) VALUE 'H'.
055635     05 WDB-H-RUN-DATE           PIC X(08).
055636     05 WDB-H-COMPANY            PIC X(21).
055637     05 WDB-H-RUN-NUMBER         PIC 9(05).
055638     05 WDB-H-PAY-DATE           PIC X(08).
055639*                         BUSINESS DAY THE BANK IS TO SETTLE ON
055640     05 WDB-H-FILLER             PIC X(77) VALUE SPACES.
055641
055642 01  WS-DISB-DETAIL.
055643     05 WDB-D-RECORD-TYPE        PIC X(01) VALUE 'D'.
055651     05 WDB-D-ACCOUNT-TYPE       PIC X(01).
055652     05 WDB-D-FILLER             PIC X(37) VALUE SPACES.
055653
055654*************** COMPANY BATCH HEADER - THE ORIGINATING ACCOUNT THE
055655*************** BATCH IS DRAWN ON (COPYLIB COMPCMP)
055656 01  WS-DISB-BATCH-HEADER.
055657     05 WDB-B-RECORD-TYPE        PIC X(01) VALUE 'B'.
055658     05 WDB-B-COMPANY-CODE       PIC X(04).
055659     05 WDB-B-COMPANY-NAME       PIC X(21).
055660     05 WDB-B-FEDERAL-ID         PIC X(09).
055661     05 WDB-B-ROUTING-NUMBER     PIC 9(09).
055662     05 WDB-B-ACCOUNT-NUMBER     PIC X(17).
055663     05 WDB-B-RUN-DATE           PIC X(08).
055664     05 WDB-B-PAY-DATE           PIC X(08).
055665*                         EFFECTIVE (SETTLEMENT) DATE OF THE BATCH
055666     05 WDB-B-FILLER             PIC X(43) VALUE SPACES.
055668
055671 01  WS-DISB-BATCH-CONTROL.
055674     05 WDB-C-RECORD-TYPE        PIC X(01) VALUE 'C'.
055677     05 WDB-C-COMPANY-CODE       PIC X(04).
055679     05 WDB-C-RECORD-COUNT       PIC 9(07).
055682     05 WDB-C-TOTAL-NET          PIC 9(11)V99.
055685     05 WDB-C-FILLER             PIC X(95) VALUE SPACES.
055688
055691 01  WS-DISB-TRAILER.
055693     05 WDB-T-RECORD-TYPE        PIC X(01) VALUE 'T'.
055696     05 WDB-T-RECORD-COUNT       PIC 9(07).
055699     05 WDB-T-TOTAL-NET          PIC 9(11)V99.
055702     05 WDB-T-PRENOTE-COUNT      PIC 9(05).
055705     05 WDB-T-FILLER             PIC X(94) VALUE SPACES.
055707
055710*************** GENERAL LEDGER JOURNAL RECORDS
055713 01  WS-GL-DETAIL.
055716     05 WGL-D-RECORD-TYPE        PIC X(01) VALUE 'D'.
055719     05 WGL-D-RUN-DATE           PIC X(08).
055721     05 WGL-D-STATE-CODE         PIC X(02).
055724     05 WGL-D-ACCOUNT            PIC X(08).
055727     05 WGL-D-DR-CR              PIC X(01).
055730     05 WGL-D-AMOUNT             PIC 9(11)V99.
055733     05 WGL-D-COMPANY            PIC X(04).
055735*                         GL COMPANY SEGMENT (COPYLIB COMPCMP)
055738     05 WGL-D-PAY-DATE           PIC X(08).
055741*                         BANK PAY DATE - THE CASH LEAVES THE
055744*                         COMPANY'S ACCOUNT ON THIS DAY
055746     05 WGL-D-FILLER             PIC X(35) VALUE SPACES.
055749
055752*************** ONE PER COMPANY AFTER ITS LAST DETAIL - THE
055755*************** COMPANY'S ENTRIES MUST BALANCE ON THEIR OWN
055758 01  WS-GL-COMPANY-CONTROL.
055760     05 WGL-C-RECORD-TYPE        PIC X(01) VALUE 'C'.
055763     05 WGL-C-COMPANY            PIC X(04).
055766     05 WGL-C-TOTAL-DEBITS       PIC 9(11)V99.
055769     05 WGL-C-TOTAL-CREDITS      PIC 9(11)V99.
055772     05 WGL-C-FILLER             PIC X(49) VALUE SPACES.
055774
055777 01  WS-GL-TRAILER.
055780     05 WGL-T-RECORD-TYPE        PIC X(01) VALUE 'T'.
055783     05 WGL-T-TOTAL-DEBITS       PIC 9(11)V99.
055786     05 WGL-T-TOTAL-CREDITS      PIC 9(11)V99.
055788     05 WGL-T-FILLER             PIC X(53) VALUE SPACES.
055791
055794 01  WS-REPORT-FOOTER-1.
055797     05 WS-RF1-ASA-CODE          PIC X(01) VALUE '-'.
055800     05 WS-RF1-LEADER-1          PIC X(61) VALUE SPACES.
055900     05 WS-RF1-MESSAGE           PIC X(28) VALUE
056000                                 '***    END OF REPORT    ***'.
057700     05 WYD-COL-DIV-4            PIC X(01) VALUE SPACES.
057800     05 WYD-NET                  PIC ZZZ,ZZZ,ZZ9.99-.
057900     05 WYD-FILLER               PIC X(27) VALUE SPACES.
057905
057910***********************
057915*  DEDUCTIONS LINE     *
057920***********************
057925
057930*************** PRINTED UNDER EVERY LINE THAT SHOWS NET - THE
057935*************** DETAIL, YEAR-TO-DATE, STATE, COMPANY, GRAND AND
057940*************** DEPARTMENT LINES - SO EACH AMOUNT TAKEN OUT OF
057945*************** GROSS BESIDES FED AND STATE TAX IS ON THE PAGE.
057950 01  WS-DEDUCTION-LINE.
057952     05 WDL-ASA-CODE             PIC X(01) VALUE SPACE.
057954     05 WDL-LEADER               PIC X(07) VALUE SPACES.
057956     05 WDL-SOCSEC-LABEL         PIC X(09) VALUE 'SOC SEC:'.
057958     05 WDL-SOCSEC               PIC ZZZ,ZZZ,ZZ9.99-.
057960     05 WDL-COL-DIV-1            PIC X(01) VALUE SPACES.
057962     05 WDL-MEDICARE-LABEL       PIC X(09) VALUE 'MEDICARE:'.
057964     05 WDL-MEDICARE             PIC ZZZ,ZZZ,ZZ9.99-.
057966     05 WDL-COL-DIV-2            PIC X(01) VALUE SPACES.
057968     05 WDL-LOCALTX-LABEL        PIC X(09) VALUE 'LOCAL TX:'.
057970     05 WDL-LOCALTX              PIC ZZZ,ZZZ,ZZ9.99-.
057972     05 WDL-COL-DIV-3            PIC X(01) VALUE SPACES.
057974     05 WDL-401K-LABEL           PIC X(09) VALUE '401(K):'.
057976     05 WDL-401K                 PIC ZZZ,ZZZ,ZZ9.99-.
057978     05 WDL-COL-DIV-4            PIC X(01) VALUE SPACES.
057980     05 WDL-GARNISH-LABEL        PIC X(09) VALUE 'GARNISH:'.
057982     05 WDL-GARNISH              PIC ZZZ,ZZZ,ZZ9.99-.
057984     05 WDL-FILLER               PIC X(01) VALUE SPACES.
058000
058100***********************
058200*  EXCEPTION REPORT    *
064500     05 WCB-ASA-CODE             PIC X(01) VALUE ' '.
064600     05 WCB-MESSAGE              PIC X(50) VALUE SPACES.
064700     05 WCB-FILLER               PIC X(82) VALUE SPACES.
064706
064712 01  WS-CTLRPT-DUP-HEADING.
064718     05 WCH-ASA-CODE             PIC X(01) VALUE '0'.
064724     05 WCH-TITLE                PIC X(50) VALUE
064730                'DUPLICATE-SUSPECT LISTING - HELD FOR LAB30'.
064736     05 WCH-FILLER               PIC X(82) VALUE SPACES.
064742
064748 01  WS-CTLRPT-DUP-COLUMNS.
064754     05 WCC-ASA-CODE             PIC X(01) VALUE ' '.
064760     05 WCC-HEAD-1               PIC X(38) VALUE
064766                'EMPLOYEE  LAST NAME            ST     '.
064772     05 WCC-HEAD-2               PIC X(41) VALUE
064778                'THIS BONUS  PAID ON    PRIOR AMOUNT  HITS'.
064784     05 WCC-FILLER               PIC X(53) VALUE SPACES.
064790
064796 01  WS-CTLRPT-DUP-LINE.
064802     05 WCP-ASA-CODE             PIC X(01) VALUE ' '.
064808     05 WCP-EMPLOYEE-ID          PIC X(08).
064814     05 FILLER                   PIC X(02) VALUE SPACES.
064820     05 WCP-LAST-NAME            PIC X(20).
064826     05 FILLER                   PIC X(01) VALUE SPACES.
064832     05 WCP-STATE-CODE           PIC X(02).
064838     05 FILLER                   PIC X(02) VALUE SPACES.
064844     05 WCP-GROSS                PIC Z,ZZZ,ZZ9.99-.
064850     05 FILLER                   PIC X(02) VALUE SPACES.
064856     05 WCP-MATCH-DATE           PIC X(08).
064857     05 FILLER                   PIC X(02) VALUE SPACES.
064858     05 WCP-MATCH-GROSS          PIC Z,ZZZ,ZZ9.99-.
064859     05 FILLER                   PIC X(02) VALUE SPACES.
064860     05 WCP-MATCH-COUNT          PIC ZZZ9.
064861     05 WCP-FILLER               PIC X(53) VALUE SPACES.
064862
064863 01  WS-CTLRPT-CO-HEADING.
064864     05 WCG-ASA-CODE             PIC X(01) VALUE '0'.
064865     05 WCG-TITLE                PIC X(50) VALUE
064866         'CONTROL TOTALS BY COMPANY'.
064867     05 WCG-FILLER               PIC X(82) VALUE SPACES.
064868
064869 01  WS-CTLRPT-CO-COLUMNS.
064870     05 WCK-ASA-CODE             PIC X(01) VALUE ' '.
064871     05 WCK-HEAD-1               PIC X(50) VALUE
064872         'CODE  COMPANY NAME           POSTED          GROSS'.
064873     05 WCK-HEAD-2               PIC X(39) VALUE
064874         '            NET    BANK       BANK NET'.
064875     05 WCK-HEAD-3               PIC X(29) VALUE
064876         '     GL DEBITS     GL CREDITS'.
064877     05 WCK-FILLER               PIC X(14) VALUE SPACES.
064878
064879 01  WS-CTLRPT-CO-LINE.
064880     05 WCO-ASA-CODE             PIC X(01) VALUE ' '.
064881     05 WCO-COMPANY-CODE         PIC X(04).
064882     05 FILLER                   PIC X(02) VALUE SPACES.
064883     05 WCO-COMPANY-NAME         PIC X(21).
064884     05 FILLER                   PIC X(01) VALUE SPACES.
064885     05 WCO-POSTED-COUNT         PIC ZZZ,ZZ9.
064886     05 FILLER                   PIC X(01) VALUE SPACES.
064887     05 WCO-GROSS                PIC ZZ,ZZZ,ZZ9.99-.
064888     05 FILLER                   PIC X(01) VALUE SPACES.
064889     05 WCO-NET                  PIC ZZ,ZZZ,ZZ9.99-.
064890     05 FILLER                   PIC X(01) VALUE SPACES.
064891     05 WCO-DISB-COUNT           PIC ZZZ,ZZ9.
064892     05 FILLER                   PIC X(01) VALUE SPACES.
064893     05 WCO-DISB-NET             PIC ZZ,ZZZ,ZZ9.99-.
064894     05 FILLER                   PIC X(01) VALUE SPACES.
064895     05 WCO-GL-DEBITS            PIC ZZ,ZZZ,ZZ9.99-.
064896     05 FILLER                   PIC X(01) VALUE SPACES.
064897     05 WCO-GL-CREDITS           PIC ZZ,ZZZ,ZZ9.99-.
064898     05 WCO-FILLER               PIC X(13) VALUE SPACES.
064899
064900***********************
065000*  MANAGER REVIEW RPT *
065100***********************
067810 01  WS-CHKRPT-HEADER-1.
067812     05 WK1-ASA-CODE             PIC X(01) VALUE '1'.
067814     05 WK1-TITLE                PIC X(60) VALUE
067816          'BONUSES PAYABLE BY CHECK - NO ACTIVE DIRECT DEPOSIT'.
067818     05 WK1-FILLER               PIC X(72) VALUE SPACES.
067820
067822 01  WS-CHKRPT-HEADER-2.
067834     05 WK2-STATE-LABEL          PIC X(05) VALUE 'STATE'.
067836     05 WK2-COL-DIV-3            PIC X(05) VALUE SPACES.
067838     05 WK2-NET-LABEL            PIC X(03) VALUE 'NET'.
067839     05 WK2-COL-DIV-4            PIC X(07) VALUE SPACES.
067840     05 WK2-REASON-LABEL         PIC X(06) VALUE 'REASON'.
067841     05 WK2-FILLER               PIC X(59) VALUE SPACES.
067842
067844 01  WS-CHKRPT-DETAIL.
067846     05 WKD-ASA-CODE             PIC X(01) VALUE SPACES.
067860     05 WKD-STATE-CODE           PIC X(02).
067862     05 WKD-COL-DIV-4            PIC X(01) VALUE SPACES.
067864     05 WKD-NET-AMT              PIC ZZZ,ZZZ,ZZ9.99-.
067865     05 WKD-COL-DIV-5            PIC X(02) VALUE SPACES.
067866     05 WKD-REASON               PIC X(30).
067867     05 WKD-FILLER               PIC X(35) VALUE SPACES.
067868
067870 01  WS-CHKRPT-FOOTER.
067872     05 WKF-ASA-CODE             PIC X(01) VALUE '-'.
067893     05 WV1-COL-DIV-1            PIC X(03) VALUE SPACES.
067894     05 WV1-DEPT-LABEL           PIC X(06) VALUE 'DEPT: '.
067895     05 WV1-DEPT-CODE            PIC X(04).
067896     05 WV1-COL-DIV-2            PIC X(03) VALUE SPACES.
067897     05 WV1-PAY-LABEL            PIC X(10) VALUE 'PAY DATE: '.
067898     05 WV1-PAY-DATE             PIC X(08).
067899     05 WV1-FILLER               PIC X(50) VALUE SPACES.
067900
067901 01  WS-ADVRPT-EMP-LINE.
067902     05 WV2-ASA-CODE             PIC X(01) VALUE '0'.
067903     05 WV2-LABEL                PIC X(10) VALUE 'EMPLOYEE: '.
067904     05 WV2-EMPLOYEE-ID          PIC X(08).
067906     05 WV2-COL-DIV-1            PIC X(02) VALUE SPACES.
067907     05 WV2-LAST-NAME            PIC X(20).
067908     05 WV2-COL-DIV-2            PIC X(01) VALUE SPACES.
067909     05 WV2-FIRST-NAME           PIC X(15).
067910     05 WV2-COL-DIV-3            PIC X(01) VALUE SPACES.
067911     05 WV2-MID-INIT             PIC X(01).
067913     05 WV2-COL-DIV-4            PIC X(04) VALUE SPACES.
067914     05 WV2-STATE-LABEL          PIC X(07) VALUE 'STATE: '.
067915     05 WV2-STATE-CODE           PIC X(02).
067916     05 WV2-COL-DIV-5            PIC X(02) VALUE SPACES.
067917     05 WV2-LOCALITY-LABEL       PIC X(10) VALUE 'LOCALITY: '.
067919     05 WV2-LOCALITY-CODE        PIC X(04).
067920     05 WV2-FILLER               PIC X(45) VALUE SPACES.
067921
067922 01  WS-ADVRPT-COL-LINE.
067923     05 WV3-ASA-CODE             PIC X(01) VALUE '-'.
067924     05 WV3-LEADER               PIC X(26) VALUE SPACES.
067926     05 WV3-GROSS-LABEL          PIC X(16) VALUE
067927                                 '           GROSS'.
067928     05 WV3-FEDTX-LABEL          PIC X(16) VALUE
067929                                 '         FED TAX'.
067930     05 WV3-STTX-LABEL           PIC X(16) VALUE
067932                                 '       STATE TAX'.
067933     05 WV3-NET-LABEL            PIC X(16) VALUE
067934                                 '             NET'.
067935     05 WV3-SOCSEC-LABEL         PIC X(16) VALUE
067936                                 '         SOC SEC'.
067937     05 WV3-MEDICARE-LABEL       PIC X(16) VALUE
067939                                 '        MEDICARE'.
067940     05 WV3-FILLER               PIC X(10) VALUE SPACES.
067941
067942 01  WS-ADVRPT-AMOUNT-LINE.
067943     05 WV4-ASA-CODE             PIC X(01) VALUE ' '.
067945     05 WV4-LABEL                PIC X(26).
067946     05 WV4-GROSS                PIC ZZZ,ZZZ,ZZ9.99-.
067947     05 WV4-COL-DIV-1            PIC X(01) VALUE SPACES.
067948     05 WV4-FEDTX                PIC ZZZ,ZZZ,ZZ9.99-.
067949     05 WV4-COL-DIV-2            PIC X(01) VALUE SPACES.
067950     05 WV4-STATETX              PIC ZZZ,ZZZ,ZZ9.99-.
067952     05 WV4-COL-DIV-3            PIC X(01) VALUE SPACES.
067953     05 WV4-NET                  PIC ZZZ,ZZZ,ZZ9.99-.
067954     05 WV4-COL-DIV-4            PIC X(01) VALUE SPACES.
067955     05 WV4-SOCSEC               PIC ZZZ,ZZZ,ZZ9.99-.
067956     05 WV4-COL-DIV-5            PIC X(01) VALUE SPACES.
067958     05 WV4-MEDICARE             PIC ZZZ,ZZZ,ZZ9.99-.
067959     05 WV4-FILLER               PIC X(11) VALUE SPACES.
067960
067961*************** SECOND BLOCK OF COLUMNS - WITHHOLDING THAT DOES
067962*************** NOT FIT ACROSS THE FIRST AMOUNT LINE, AND THE
067963*************** DEDUCTIONS TAKEN BETWEEN TAX AND NET
067965 01  WS-ADVRPT-COL-LINE-2.
067966     05 WV5-ASA-CODE             PIC X(01) VALUE '0'.
067967     05 WV5-LEADER               PIC X(26) VALUE SPACES.
067968     05 WV5-LOCALTX-LABEL        PIC X(16) VALUE
067969                                 '       LOCAL TAX'.
067971     05 WV5-401K-LABEL           PIC X(16) VALUE
067972                                 '   401(K) PRETAX'.
067973     05 WV5-CHILD-SUPPORT-LABEL  PIC X(16) VALUE
067974                                 '   CHILD SUPPORT'.
067975     05 WV5-CREDITOR-GARN-LABEL  PIC X(16) VALUE
067976                                 '   CREDITOR GARN'.
067978     05 WV5-FILLER               PIC X(42) VALUE SPACES.
067979
067980 01  WS-ADVRPT-AMOUNT-LINE-2.
067981     05 WV6-ASA-CODE             PIC X(01) VALUE ' '.
067982     05 WV6-LABEL                PIC X(26).
067984     05 WV6-LOCALTX              PIC ZZZ,ZZZ,ZZ9.99-.
067985     05 WV6-COL-DIV-1            PIC X(01) VALUE SPACES.
067986     05 WV6-401K                 PIC ZZZ,ZZZ,ZZ9.99-.
067987     05 WV6-COL-DIV-2            PIC X(01) VALUE SPACES.
067988*************** EACH ORDER TYPE HAS ITS OWN COLUMN.  NO YEAR-
067989*************** TO-DATE GARNISHMENT IS KEPT BY TYPE - BOTH
067991*************** COLUMNS ARE LEFT BLANK ON THE YTD LINE
067992     05 WV6-CHILD-SUPPORT        PIC ZZZ,ZZZ,ZZ9.99-.
067993     05 WV6-CHILD-SUPPORT-X      REDEFINES WV6-CHILD-SUPPORT
067994                                 PIC X(15).
067995     05 WV6-COL-DIV-3            PIC X(01) VALUE SPACES.
067997     05 WV6-CREDITOR-GARN        PIC ZZZ,ZZZ,ZZ9.99-.
067998     05 WV6-CREDITOR-GARN-X      REDEFINES WV6-CREDITOR-GARN
067999                                 PIC X(15).
068000     05 WV6-FILLER               PIC X(43) VALUE SPACES.
068001
068002 01  WS-ADVRPT-FOOTER.
068004     05 WVF-ASA-CODE             PIC X(01) VALUE '-'.
068005     05 WVF-MESSAGE              PIC X(60) VALUE
068006        'QUESTIONS: CONTACT PAYROLL WITH THE RUN DATE ABOVE'.
068007     05 WVF-FILLER               PIC X(72) VALUE SPACES.
068008
068010 01  WS-END-OF-WORKING-STORAGE.
068020     05 WS-END-OF-WS-MARKER      PIC X(35) VALUE
068030        'LAB14 WORKING STORAGE ENDS HERE'.
071200         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
071210     ELSE
071220         MOVE WS-RUN-OVERRIDE-DATE        TO WS-RUN-DATE
071221     END-IF
071222
071223*************** THE DUPLICATE-PAYMENT CHECK SEARCHES THE BONUS
071225*************** HISTORY FROM THIS DATE UP TO THE RUN DATE.
071226     COMPUTE WS-DUP-WINDOW-DAY =
071227         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-9)
071228         - WS-C-DUP-LOOKBACK-DAYS
071230     COMPUTE WS-DUP-WINDOW-START-9 =
071231         FUNCTION DATE-OF-INTEGER (WS-DUP-WINDOW-DAY)
071232
071233*************** THE BANK PAY DATE FOLLOWS FROM THE RUN DATE AND
071235*************** THE HOLIDAY CALENDAR, SO A RESTART OF THE SAME RUN
071236*************** DATE PAYS ON THE SAME DAY.
071237     PERFORM 1081-LOAD-HOLIDAY-TABLE THRU 1081-EXIT
071238     PERFORM 1083-SET-PAY-DATE       THRU 1083-EXIT
071240
071241*************** THE CONTROL REPORT OPENS BEFORE THE FEED SCAN
071242*************** SO A REFUSED FEED STILL LEAVES ITS REASON ON
071253     END-IF
071254
071255     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
071258     MOVE WS-RUN-NUMBER TO WS-CYCLE-RUN-NUMBER
071261
071267*************** THE COMPANY TABLE IS LOADED BEFORE THE CHECKPOINT
071273*************** IS READ - A RESTART LAYS THE DEAD RUN'S COMPANY
071279*************** TOTALS OVER THE CLEARED ONES.
071285     PERFORM 1072-LOAD-COMPANY-TABLE THRU 1072-EXIT
071291
071300     OPEN INPUT CHKPT-FILE
071400     EVALUATE WS-CHKFILE-STATUS-CODE
071500         WHEN '35'
072200             IF WS-CHKPT-RECORD-FOUND THEN
072300                 DISPLAY 'RESTART CONDITION DETECTED - PRIOR RUN '
072400                     'STOPPED AFTER STATE: ' CHKPT-STATE-CODE
072450                     ' COMPANY: ' CHKPT-COMPANY-CODE
072500                 MOVE CHKPT-STATE-CODE TO WS-RESTART-STATE-CODE
072533                 MOVE CHKPT-COMPANY-CODE
072566                                       TO WS-RESTART-COMPANY-CODE
072600                 MOVE CHKPT-REC-OUT    TO WS-RESTART-REC-OUT
072700                 MOVE CHKPT-REC-EXCEPTION
072800                                       TO WS-RESTART-REC-EXCEPT
073500                 MOVE CHKPT-SUB-FEDTX  TO WS-RESTART-SUB-FEDTX
073600                 MOVE CHKPT-SUB-STATETX
073700                                       TO WS-RESTART-SUB-STATETX
073703                 MOVE CHKPT-SUB-NET    TO WS-RESTART-SUB-NET
073707                 MOVE CHKPT-GTOT-SOCSEC
073711                                       TO WS-RESTART-GTOT-SOCSEC
073715                 MOVE CHKPT-GTOT-MEDICARE
073719                                       TO WS-RESTART-GTOT-MEDICARE
073723                 MOVE CHKPT-SUB-SOCSEC
073727                                       TO WS-RESTART-SUB-SOCSEC
073731                 MOVE CHKPT-SUB-MEDICARE
073735                                       TO WS-RESTART-SUB-MEDICARE
073739                 MOVE CHKPT-GTOT-LOCALTX
073743                                       TO WS-RESTART-GTOT-LOCALTX
073747                 MOVE CHKPT-SUB-LOCALTX
073751                                       TO WS-RESTART-SUB-LOCALTX
073755                 MOVE CHKPT-GTOT-401K  TO WS-RESTART-GTOT-401K
073758                 MOVE CHKPT-GTOT-GARNISH
073762                                       TO WS-RESTART-GTOT-GARNISH
073766                 MOVE CHKPT-SUB-401K   TO WS-RESTART-SUB-401K
073770                 MOVE CHKPT-SUB-GARNISH
073774                                       TO WS-RESTART-SUB-GARNISH
073778                 MOVE CHKPT-GTOT-CHILDSUP
073782                                       TO WS-RESTART-GTOT-CHILDSUP
073786                 MOVE CHKPT-GTOT-CREDGARN
073790                                       TO WS-RESTART-GTOT-CREDGARN
073794                 MOVE CHKPT-SUB-CHILDSUP
073798                                       TO WS-RESTART-SUB-CHILDSUP
073802                 MOVE CHKPT-SUB-CREDGARN
073806                                       TO WS-RESTART-SUB-CREDGARN
073810*************** THE BANK, CHECK-REQUEST, ADJUSTMENT, AND GL
073820*************** ACCUMULATORS PICK UP WHERE THE DEAD RUN LEFT
073830*************** OFF, SO THE TRAILERS AND CONTROL LINES COVER
073858                 MOVE CHKPT-ADJ-NET    TO WS-ADJ-NET
073860                 MOVE CHKPT-GL-DEBITS  TO WS-GL-DEBITS
073862                 MOVE CHKPT-GL-CREDITS TO WS-GL-CREDITS
073874                 MOVE CHKPT-COMPANY-TOTALS
073886                                       TO COMPANY-TOTALS
073887*************** A CHECKPOINT FROM BEFORE THE REJECT-RETURN FILE
073888*************** HAS NO CYCLE RUN NUMBER - THE NEW ONE STANDS.
073889                 IF CHKPT-CYCLE-RUN-NUMBER IS NUMERIC AND
073890                    CHKPT-CYCLE-RUN-NUMBER > ZERO THEN
073891                     MOVE CHKPT-CYCLE-RUN-NUMBER
073892                                       TO WS-CYCLE-RUN-NUMBER
073893                     MOVE CHKPT-OJ-ADDED
073894                                       TO WS-OJ-ADDED-COUNT
073895                     MOVE CHKPT-OJ-RESUBMITTED
073896                                       TO WS-OJ-RESUBMIT-COUNT
073897                     MOVE CHKPT-OJ-CORRECTED
073898                                       TO WS-OJ-CORRECTED-COUNT
073899                 END-IF
073900                 COMPUTE WS-RESTART-SKIP-COUNT =
074000                     CHKPT-REC-OUT + CHKPT-REC-EXCEPTION
074100                 SET WS-IS-RESTART-RUN TO TRUE
081800     MOVE SPACES TO WS-CSV-LINE
081900     STRING 'LAST NAME,FIRST NAME,MID INIT,STATE,GROSS,'
082000         DELIMITED BY SIZE
082100         'FED TAX,STATE TAX,NET BONUS,'
082200         DELIMITED BY SIZE
082210         'SOC SEC,MEDICARE,LOCAL TAX,401(K),GARNISHMENT,MESSAGE'
082220         DELIMITED BY SIZE
082300         INTO WS-CSV-LINE
082400     MOVE WS-CSV-LINE TO CSV-RECORD
082500     PERFORM 8800-WRITE-CSV-RECORD THRU 8800-EXIT
084000     MOVE WS-MGRRPT-HEADER-2 TO MGR-RECORD
084100     PERFORM 8900-WRITE-MGR-RECORD THRU 8900-EXIT
084102
084103     OPEN I-O HIST-FILE
084104     IF WS-HSTFILE-STATUS-CODE = '35' THEN
084105         OPEN OUTPUT HIST-FILE
084106         CLOSE HIST-FILE
084107         OPEN I-O HIST-FILE
084108     END-IF
084109     IF WS-HSTFILE-STATUS-CODE = '00' THEN
084110         CONTINUE
084111     ELSE
084112         MOVE '1000-INITIALIZE, ' TO WS-ABORT-MSG-PGRPH
084113         MOVE 'OPENING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
084114         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
084115         MOVE 1097 TO RETURN-CODE
084116         PERFORM 9999-ABORT THRU 9999-EXIT
084117     END-IF
084124
084126     OPEN OUTPUT DISB-FILE
084128     IF WS-DSBFILE-STATUS-CODE = '00' THEN
084144     END-IF
084146
084148     MOVE WS-RUN-DATE       TO WDB-H-RUN-DATE
084150     MOVE WS-C-FEED-TITLE   TO WDB-H-COMPANY
084152     MOVE WS-RUN-NUMBER     TO WDB-H-RUN-NUMBER
084153     MOVE WS-PAY-DATE       TO WDB-H-PAY-DATE
084154     MOVE WS-DISB-HEADER    TO DISB-RECORD
084156     PERFORM 8950-WRITE-DISB-RECORD THRU 8950-EXIT
084157
084173
084174     PERFORM 1080-LOAD-BANK-ACCOUNTS THRU 1080-EXIT
084175
084177     OPEN OUTPUT GL-FILE
084179     IF WS-GLFILE-STATUS-CODE = '00' THEN
084181         CONTINUE
084183     ELSE
084186         MOVE '1000-INITIALIZE, ' TO WS-ABORT-MSG-PGRPH
084188         MOVE 'OPENING GL-FILE, ' TO WS-ABORT-MSG-EDESC
084190         MOVE WS-GLFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
084192         MOVE 1099 TO RETURN-CODE
084195         PERFORM 9999-ABORT THRU 9999-EXIT
084197     END-IF
084199
084201     OPEN OUTPUT DEDN-TAKE-FILE
084204     IF WS-DTKFILE-STATUS-CODE = '00' THEN
084206         CONTINUE
084208     ELSE
084210         MOVE '1000-INITIALIZE, ' TO WS-ABORT-MSG-PGRPH
084212         MOVE 'OPENING DEDN-TAKE, ' TO WS-ABORT-MSG-EDESC
084215         MOVE WS-DTKFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
084217         MOVE 1111 TO RETURN-CODE
084219         PERFORM 9999-ABORT THRU 9999-EXIT
084221     END-IF
084224
084226     OPEN OUTPUT CHKQ-FILE
084228     IF WS-CHQFILE-STATUS-CODE = '00' THEN
084230         CONTINUE
084233     ELSE
084235         MOVE '1000-INITIALIZE, ' TO WS-ABORT-MSG-PGRPH
084237         MOVE 'OPENING CHKQ-FILE, ' TO WS-ABORT-MSG-EDESC
084239         MOVE WS-CHQFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
084241         MOVE 1112 TO RETURN-CODE
084244         PERFORM 9999-ABORT THRU 9999-EXIT
084246     END-IF
084248
084250     PERFORM 1088-OPEN-REJECT-FILES THRU 1088-EXIT
084253     PERFORM 1090-REPLAY-FEED-JOURNAL THRU 1090-EXIT
084255
084257*************** THE SUSPENSE FILE IS KEPT ACROSS RUNS - EACH
084259*************** CYCLE APPENDS ITS HELD ITEMS FOR LAB30.
084262     OPEN EXTEND SUSP-FILE
084264     IF WS-SUSFILE-STATUS-CODE = '35' THEN
084266         OPEN OUTPUT SUSP-FILE
084268     END-IF
084270     IF WS-SUSFILE-STATUS-CODE = '00' THEN
084273         CONTINUE
084275     ELSE
084277         MOVE '1000-INITIALIZE, ' TO WS-ABORT-MSG-PGRPH
084279         MOVE 'OPENING SUSP-FILE, ' TO WS-ABORT-MSG-EDESC
084282         MOVE WS-SUSFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
084284         MOVE 1105 TO RETURN-CODE
084286         PERFORM 9999-ABORT THRU 9999-EXIT
084288     END-IF
084291
084293     PERFORM 1098-OPEN-YTD-JOURNAL THRU 1098-EXIT
084295     PERFORM 1075-LOAD-DEPT-BUDGETS THRU 1075-EXIT
084297     PERFORM 1078-OPEN-ADVICE-FILES THRU 1078-EXIT
084300     OPEN I-O YTD-MASTER
084400     IF WS-YTDFILE-STATUS-CODE = '35' THEN
084500         OPEN OUTPUT YTD-MASTER
085500         MOVE 1059 TO RETURN-CODE
085600         PERFORM 9999-ABORT THRU 9999-EXIT
085700     END-IF
085710
085720     OPEN I-O DEDN-MASTER
085730     IF WS-DEDFILE-STATUS-CODE = '35' THEN
085740         OPEN OUTPUT DEDN-MASTER
085750         CLOSE DEDN-MASTER
085760         OPEN I-O DEDN-MASTER
085770     END-IF
085780     IF WS-DEDFILE-STATUS-CODE = '00' THEN
085790         CONTINUE
085800     ELSE
085810         MOVE '1000-INITIALIZE, ' TO WS-ABORT-MSG-PGRPH
085820         MOVE 'OPENING DEDN-MASTER, ' TO WS-ABORT-MSG-EDESC
085830         MOVE WS-DEDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
085840         MOVE 1110 TO RETURN-CODE
085850         PERFORM 9999-ABORT THRU 9999-EXIT
085860     END-IF
085870
085900     PERFORM 2420-WRITE-EXCEPTION-HEADERS THRU 2420-EXIT
086000
087800     OPEN INPUT HR-FILE
091100
091200     .
091300 1000-EXIT.
091301     EXIT.
091303*****************************************************************
091305*  LOAD THE RUNTIME BUSINESS SETTINGS FROM THE PARM FILE
091307*****************************************************************
091309
091311 1050-LOAD-PARAMETERS.
091313     OPEN INPUT PARM-FILE
091314     IF WS-PRMFILE-STATUS-CODE = '00' THEN
091316         CONTINUE
091318     ELSE
091320         MOVE '1050-LOAD-PARAMETERS, ' TO WS-ABORT-MSG-PGRPH
091322         MOVE 'OPENING PARM-FILE, ' TO WS-ABORT-MSG-EDESC
091324         MOVE WS-PRMFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
091326         MOVE 1051 TO RETURN-CODE
091328         PERFORM 9999-ABORT THRU 9999-EXIT
091329     END-IF
091331
091333     PERFORM 8190-READ-PARM-FILE THRU 8190-EXIT
091335
091337     PERFORM 1060-APPLY-ONE-PARM THRU 1060-EXIT
091339         UNTIL WS-PARMFILE-EOF
091341
091343     CLOSE PARM-FILE
091344
091346     .
091348 1050-EXIT.
091350     EXIT.
091352
091354*****************************************************************
091356*  APPLY ONE PARAMETER RECORD TO THE RUN SETTINGS
091358*****************************************************************
091359
091361 1060-APPLY-ONE-PARM.
091363     IF PR-KEYWORD (1:1) = '*' THEN
091365         GO TO 1060-NEXT
091367     END-IF
091369
091371     EVALUATE PR-KEYWORD
091373*************** RETIRED - THE COMPANY TABLE (COMPCMP) NOW NAMES
091374*************** EACH LEGAL ENTITY.  PASSED OVER SO AN OLDER PARM
091376*************** FILE DOES NOT STOP THE RUN.
091378         WHEN 'COMPANY-NAME'
091380         WHEN 'COMPANY-ID'
091382             DISPLAY 'RETIRED PARM KEYWORD IGNORED: ' PR-KEYWORD
091384         WHEN 'MGR-REVIEW-LIMIT'
091386             PERFORM 1070-EDIT-PARM-AMOUNT THRU 1070-EXIT
091388             MOVE WS-PARM-NUM-9 TO WS-C-MGR-REVIEW-LIMIT
091389         WHEN 'MAX-BONUS-AMT'
091391             PERFORM 1070-EDIT-PARM-AMOUNT THRU 1070-EXIT
091393             MOVE WS-PARM-NUM-9 TO WS-C-MAX-BONUS-AMT
091395         WHEN 'DUP-LOOKBACK-DAY'
091397             MOVE PR-VALUE (1:3) TO WS-PARM-DAYS-X
091399             IF WS-PARM-DAYS-9 IS NOT NUMERIC THEN
091401                 DISPLAY 'BAD DUP-LOOKBACK-DAY VALUE: ' PR-VALUE
091403                 MOVE '1060-APPLY-ONE-PARM, '
091404                     TO WS-ABORT-MSG-PGRPH
091406                 MOVE '- BAD PARM VALUE, ' TO WS-ABORT-MSG-EDESC
091408                 MOVE '  ' TO WS-ABORT-MSG-SYSRC
091410                 MOVE 1060 TO RETURN-CODE
091412                 PERFORM 9999-ABORT THRU 9999-EXIT
091414             END-IF
091416             MOVE WS-PARM-DAYS-9 TO WS-C-DUP-LOOKBACK-DAYS
091418         WHEN 'DUP-TOLERANCE'
091419             PERFORM 1070-EDIT-PARM-AMOUNT THRU 1070-EXIT
091421             MOVE WS-PARM-NUM-9 TO WS-C-DUP-TOLERANCE
091423         WHEN 'PAY-LEAD-DAYS'
091425             MOVE PR-VALUE (1:3) TO WS-PARM-DAYS-X
091427             IF WS-PARM-DAYS-9 IS NOT NUMERIC OR
091429                WS-PARM-DAYS-9 > WS-C-MAX-PAY-LEAD-DAYS THEN
091431                 DISPLAY 'BAD PAY-LEAD-DAYS VALUE: ' PR-VALUE
091433                 MOVE '1060-APPLY-ONE-PARM, '
091434                     TO WS-ABORT-MSG-PGRPH
091436                 MOVE '- BAD PARM VALUE, ' TO WS-ABORT-MSG-EDESC
091438                 MOVE '  ' TO WS-ABORT-MSG-SYSRC
091440                 MOVE 1060 TO RETURN-CODE
091442                 PERFORM 9999-ABORT THRU 9999-EXIT
091444             END-IF
091446             MOVE WS-PARM-DAYS-9 TO WS-C-PAY-LEAD-DAYS
091448         WHEN 'MAX-PAGE-LINES'
091449             MOVE PR-VALUE (1:3) TO WS-PARM-PAGE-X
091450             IF WS-PARM-PAGE-9 IS NOT NUMERIC OR
091900
092000 1500-SORT-INPUT.
092100     SORT SORT-FILE
092150         ASCENDING KEY SR-COMPANY-CODE
092200         ASCENDING KEY SR-STATE-CODE
092300         DESCENDING KEY SR-BONUS-AMT
092400         INPUT PROCEDURE IS 1450-RECONCILE-EMP THRU 1450-EXIT
096716         UNTIL WS-HR-FILE-EOF
096780         OR HR-EMPLOYEE-ID NOT < ES-EMPLOYEE-ID
096844
096933     IF WS-HR-FILE-EOF OR
097022        HR-EMPLOYEE-ID NOT = ES-EMPLOYEE-ID THEN
097111         MOVE 'EMPLOYEE ID NOT FOUND ON HR MASTER'
097200             TO WS-REJECT-REASON
097246         MOVE 'HR' TO WS-REJECT-CODE
097292         PERFORM 1460-WRITE-HR-EXCEPT THRU 1460-EXIT
097324         GO TO 1455-NEXT
097356     END-IF
097420
097423*************** A BONUS FOR AN EMPLOYEE WHOSE COMPANY IS NOT ON
097426*************** THE COMPANY TABLE HAS NO BANK BATCH OR GL COMPANY
097429*************** TO GO TO - IT IS AN EXCEPTION, NOT A PAYMENT.
097432     MOVE HR-COMPANY-CODE TO WS-COMPANY-KEY
097435     PERFORM 1457-FIND-COMPANY THRU 1457-EXIT
097438     IF NOT WS-COMPANY-FOUND THEN
097441         MOVE 'COMPANY CODE NOT ON COMPANY TABLE'
097444             TO WS-REJECT-REASON
097445         MOVE 'CO' TO WS-REJECT-CODE
097447         PERFORM 1460-WRITE-HR-EXCEPT THRU 1460-EXIT
097450         GO TO 1455-NEXT
097453     END-IF
097456
097459     MOVE EMP-SORT-RECORD TO SORT-RECORD
097462     MOVE HR-DEPT-CODE    TO SR-DEPT-CODE
097465     MOVE HR-LOCALITY-CODE TO SR-LOCALITY-CODE
097468     MOVE HR-COMPANY-CODE TO SR-COMPANY-CODE
097471     RELEASE SORT-RECORD
097474
097477     .
097480 1455-NEXT.
097484     PERFORM 8055-READ-EMP-SORT THRU 8055-EXIT
097548
097612     .
097676 1455-EXIT.
097682     EXIT.
097688
097694*****************************************************************
097700*  LOOK UP WS-COMPANY-KEY ON THE COMPANY TABLE - LEAVES CT-NDX
097706*  AND CY-NDX ON THE COMPANY WHEN IT IS FOUND
097712*****************************************************************
097718
097724 1457-FIND-COMPANY.
097730     MOVE 'N' TO WS-COMP-FOUND-SWITCH
097736     SEARCH ALL COMPANY-ENTRY
097742         AT END
097748             CONTINUE
097754         WHEN CT-COMPANY-CODE (CT-NDX) = WS-COMPANY-KEY
097760             SET WS-COMPANY-FOUND TO TRUE
097766             SET CY-NDX TO CT-NDX
097772     END-SEARCH
097778
097784     .
097790 1457-EXIT.
097796     EXIT.
097804
097900
098000*****************************************************************
098700     MOVE ES-FIRST-NAME       TO WED-FIRST-NAME
098800     MOVE ES-STATE-CODE       TO WED-STATE-CODE
098900     MOVE ES-BONUS-AMT        TO WED-BONUS-AMT
099050     MOVE WS-REJECT-REASON    TO WED-REASON
099200     MOVE WS-EXCEPTION-DETAIL TO EXCEPT-RECORD
099300     PERFORM 8600-WRITE-EXCEPT-RECORD THRU 8600-EXIT
099400     ADD +1 TO WS-REC-EXCEPTION
099442
099484*************** THE HR MATCH RUNS AGAIN ON A RESTART, SO THESE
099526*************** REJECTS ARE RETURNED AGAIN RATHER THAN JOURNALED.
099568     MOVE EMP-SORT-RECORD     TO WS-RJR-IMAGE
099576     MOVE 'N'                 TO WS-RJR-JOURNAL-SWITCH
099584     PERFORM 2460-RETURN-REJECT THRU 2460-EXIT
099592
099600     .
099700
099800 1460-EXIT.
101420             PERFORM 2050-SKIP-COMPLETED-RECORDS THRU 2050-EXIT
101430         ELSE
101435             MOVE SR-STATE-CODE TO WS-CURRENT-STATE-GROUP
101437             PERFORM 2530-START-COMPANY THRU 2530-EXIT
101440         END-IF
101600     END-IF
101700
102300             MOVE 7 TO WS-DETAIL-LINE-CTR
102400             ADD +1 TO WS-PAGE-CTR
102500         END-IF
102566         IF SR-COMPANY-CODE = WS-CURRENT-COMPANY AND
102632            SR-STATE-CODE = WS-CURRENT-STATE-GROUP
102700             PERFORM 2400-WRITE-DETAIL-LINE THRU 2400-EXIT
102800             ADD +1 TO WS-DETAIL-LINE-CTR
102900             PERFORM 8000-READ-BONUS THRU 8000-EXIT
107000     MOVE WS-RESTART-SUB-FEDTX    TO WS-RUN-ST-SUB-FEDTX
107100     MOVE WS-RESTART-SUB-STATETX  TO WS-RUN-ST-SUB-STATETX
107200     MOVE WS-RESTART-SUB-NET      TO WS-RUN-ST-SUB-NET
107210     MOVE WS-RESTART-GTOT-SOCSEC  TO WS-RUN-GTOT-SOCSEC
107220     MOVE WS-RESTART-GTOT-MEDICARE
107230                                  TO WS-RUN-GTOT-MEDICARE
107240     MOVE WS-RESTART-SUB-SOCSEC   TO WS-RUN-ST-SUB-SOCSEC
107250     MOVE WS-RESTART-SUB-MEDICARE TO WS-RUN-ST-SUB-MEDICARE
107260     MOVE WS-RESTART-GTOT-LOCALTX TO WS-RUN-GTOT-LOCALTX
107270     MOVE WS-RESTART-SUB-LOCALTX  TO WS-RUN-ST-SUB-LOCALTX
107271     MOVE WS-RESTART-GTOT-401K    TO WS-RUN-GTOT-401K
107272     MOVE WS-RESTART-GTOT-GARNISH TO WS-RUN-GTOT-GARNISH
107273     MOVE WS-RESTART-SUB-401K     TO WS-RUN-ST-SUB-401K
107274     MOVE WS-RESTART-SUB-GARNISH  TO WS-RUN-ST-SUB-GARNISH
107275     MOVE WS-RESTART-GTOT-CHILDSUP
107276                                  TO WS-RUN-GTOT-CHILDSUP
107277     MOVE WS-RESTART-GTOT-CREDGARN
107278                                  TO WS-RUN-GTOT-CREDGARN
107279     MOVE WS-RESTART-SUB-CHILDSUP TO WS-RUN-ST-SUB-CHILDSUP
107280     MOVE WS-RESTART-SUB-CREDGARN TO WS-RUN-ST-SUB-CREDGARN
107281
107282*************** THE COMPANY COMES FROM THE CHECKPOINT, NOT FROM
107283*************** THE NEXT RECORD - IF THE DEAD RUN STOPPED SHORT OF
107284*************** A COMPANY BREAK, THE BREAK (BATCH CONTROL, GL
107285*************** CONTROL, NEXT BATCH HEADER) IS TAKEN NORMALLY ON
107286*************** THE NEXT RECORD.  THE OPEN BATCH HEADER ITSELF
107287*************** CAME BACK WITH THE JOURNAL REPLAY.
107288     MOVE WS-RESTART-COMPANY-CODE TO WS-CURRENT-COMPANY
107289     MOVE WS-CURRENT-COMPANY      TO WS-COMPANY-KEY
107290     PERFORM 1457-FIND-COMPANY THRU 1457-EXIT
107291     IF NOT WS-COMPANY-FOUND THEN
107292         MOVE '2050-SKIP-COMPLETED, ' TO WS-ABORT-MSG-PGRPH
107293         MOVE '- CHKPT COMPANY NOT ON TABLE, '
107294             TO WS-ABORT-MSG-EDESC
107295         MOVE '  ' TO WS-ABORT-MSG-SYSRC
107296         MOVE 2050 TO RETURN-CODE
107297         PERFORM 9999-ABORT THRU 9999-EXIT
107298     END-IF
107299     MOVE CT-COMPANY-NAME (CT-NDX) TO WS-RH1-REPT-TITLE
107300
107400     DISPLAY 'RESTART SKIP-AHEAD BYPASSED ' WS-SKIP-CTR
107500         ' PREVIOUSLY POSTED RECORD(S)'
112800 2400-WRITE-DETAIL-LINE.
112900     MOVE 'N' TO WS-REJECT-SWITCH
113000     MOVE SPACES TO WS-REJECT-REASON
113025     MOVE SPACES TO WS-REJECT-CODE
113050     MOVE 'N' TO WS-DUP-SUSPECT-SWITCH
113100     PERFORM 2410-BUILD-DETAIL-LINE THRU 2410-EXIT
113200     IF RECORD-IS-REJECTED THEN
113300         PERFORM 2450-WRITE-EXCEPTION-LINE THRU 2450-EXIT
113400     ELSE
113500         MOVE WS-WORKING-RECORD TO OUT-RECORD
113600         PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
113610         MOVE WS-SOCSEC-AMT-C3   TO WDL-SOCSEC
113620         MOVE WS-MEDICARE-AMT-C3 TO WDL-MEDICARE
113630         MOVE WS-LOCALTX-AMT-C3  TO WDL-LOCALTX
113640         MOVE WS-401K-AMT-C3     TO WDL-401K
113645         MOVE WS-GARNISH-AMT-C3  TO WDL-GARNISH
113648         PERFORM 2403-WRITE-DEDUCTION-LINE THRU 2403-EXIT
113650         PERFORM 2404-LOOKUP-DEPARTMENT THRU 2404-EXIT
113700         PERFORM 2405-UPDATE-RUNNING-TOTALS THRU 2405-EXIT
113800         PERFORM 2406-UPDATE-YTD-MASTER THRU 2406-EXIT
113850         PERFORM 2419-WRITE-ADVICE-EXTRACT THRU 2419-EXIT
113900         PERFORM 2407-WRITE-CSV-LINE THRU 2407-EXIT
113910         PERFORM 2409-WRITE-HISTORY-RECORD THRU 2409-EXIT
113915         PERFORM 2436-POST-DEDUCTIONS THRU 2436-EXIT
113920         PERFORM 2411-WRITE-DISBURSEMENT THRU 2411-EXIT
113960         PERFORM 2466-CLOSE-OPEN-REJECT THRU 2466-EXIT
114000         ADD +1 TO WS-REC-OUT
114050         ADD +1 TO CY-REC-OUT (CY-NDX)
114100     END-IF
114200
114300     PERFORM 2510-WRITE-CHECKPOINT THRU 2510-EXIT
114500     .
114600 2400-EXIT.
114700     EXIT.
114710*****************************************************************
114720*  WRITE THE DEDUCTIONS LINE UNDER THE LINE JUST PRINTED - THE
114730*  CALLER HAS MOVED THE AMOUNTS INTO WS-DEDUCTION-LINE
114740*****************************************************************
114750
114760 2403-WRITE-DEDUCTION-LINE.
114770     MOVE WS-DEDUCTION-LINE TO OUT-RECORD
114780     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
114782     ADD +1 TO WS-DETAIL-LINE-CTR
114784
114786     .
114788 2403-EXIT.
114790     EXIT.
114800*****************************************************************
114900*  UPDATE THE RUNNING TOTALS
115000*****************************************************************
115140
115200 2405-UPDATE-RUNNING-TOTALS.
115300     ADD WS-FED-TAX-AMT-C3   TO WS-RUN-ST-SUB-FEDTX,
115366                                WS-RUN-GTOT-FEDTX,
115432                                CY-FEDTX (CY-NDX)
115500     ADD WS-STATE-TAX-AMT-C3 TO WS-RUN-ST-SUB-STATETX,
115566                                WS-RUN-GTOT-STATETX,
115632                                CY-STATETX (CY-NDX)
115700     ADD WS-SIGNED-GROSS-C3  TO WS-RUN-ST-SUB-GROSS,
115766                                WS-RUN-GTOT-GROSS,
115832                                CY-GROSS (CY-NDX)
115900     ADD WS-NET-BONUS-AMT-C3 TO WS-RUN-ST-SUB-NET,
115936                             WS-RUN-GTOT-NET,
115972                             CY-NET (CY-NDX)
116010     ADD WS-SOCSEC-AMT-C3    TO WS-RUN-ST-SUB-SOCSEC,
116020                                WS-RUN-GTOT-SOCSEC,
116025                                CY-SOCSEC (CY-NDX)
116030     ADD WS-MEDICARE-AMT-C3  TO WS-RUN-ST-SUB-MEDICARE,
116031                                WS-RUN-GTOT-MEDICARE,
116032                                CY-MEDICARE (CY-NDX)
116033     ADD WS-LOCALTX-AMT-C3   TO WS-RUN-ST-SUB-LOCALTX,
116035                                WS-RUN-GTOT-LOCALTX,
116036                                CY-LOCALTX (CY-NDX)
116037     ADD WS-401K-AMT-C3      TO WS-RUN-ST-SUB-401K,
116038                                WS-RUN-GTOT-401K,
116040                                CY-401K (CY-NDX)
116041     ADD WS-GARNISH-AMT-C3   TO WS-RUN-ST-SUB-GARNISH,
116042                                WS-RUN-GTOT-GARNISH,
116043                                CY-GARNISH (CY-NDX)
116045     ADD WS-CHILDSUP-AMT-C3  TO WS-RUN-ST-SUB-CHILDSUP,
116046                                WS-RUN-GTOT-CHILDSUP
116047     ADD WS-CREDGARN-AMT-C3  TO WS-RUN-ST-SUB-CREDGARN,
116049                                WS-RUN-GTOT-CREDGARN
116050
116060     IF SR-ADJUSTMENT THEN
116065         ADD +1                  TO WS-ADJ-COUNT
116480             MOVE ZERO TO DS-FEDTX (DS-NDX)
116484             MOVE ZERO TO DS-STATETX (DS-NDX)
116488             MOVE ZERO TO DS-NET (DS-NDX)
116489             MOVE ZERO TO DS-SOCSEC (DS-NDX)
116490             MOVE ZERO TO DS-MEDICARE (DS-NDX)
116491             MOVE ZERO TO DS-LOCALTX (DS-NDX)
116492             MOVE ZERO TO DS-401K (DS-NDX)
116493             MOVE ZERO TO DS-GARNISH (DS-NDX)
116494             PERFORM 2413-ADD-TO-DEPT-BUCKET THRU 2413-EXIT
116496     END-SEARCH
116500
116504     .
116540     ADD WS-FED-TAX-AMT-C3   TO DS-FEDTX (DS-NDX)
116544     ADD WS-STATE-TAX-AMT-C3 TO DS-STATETX (DS-NDX)
116548     ADD WS-NET-BONUS-AMT-C3 TO DS-NET (DS-NDX)
116549     ADD WS-SOCSEC-AMT-C3    TO DS-SOCSEC (DS-NDX)
116550     ADD WS-MEDICARE-AMT-C3  TO DS-MEDICARE (DS-NDX)
116551     ADD WS-LOCALTX-AMT-C3   TO DS-LOCALTX (DS-NDX)
116552     ADD WS-401K-AMT-C3      TO DS-401K (DS-NDX)
116553     ADD WS-GARNISH-AMT-C3   TO DS-GARNISH (DS-NDX)
116554
116556     .
116560 2413-EXIT.
116564     EXIT.
118000             ADD WS-FED-TAX-AMT-C3   TO YM-YTD-FEDTX
118100             ADD WS-STATE-TAX-AMT-C3 TO YM-YTD-STATETX
118200             ADD WS-NET-BONUS-AMT-C3 TO YM-YTD-NET
118210             ADD WS-SIGNED-GROSS-C3  TO YM-YTD-FICA-WAGES
118220             ADD WS-SOCSEC-AMT-C3    TO YM-YTD-SOCSEC
118230             ADD WS-MEDICARE-AMT-C3  TO YM-YTD-MEDICARE
118240             ADD WS-LOCALTX-AMT-C3   TO YM-YTD-LOCALTX
118245             ADD WS-401K-AMT-C3      TO YM-YTD-401K
118250*************** MACHINE-CUT ADJUSTMENTS (LAB29) ARRIVE WITH
118260*************** BLANK NAMES - KEEP THE NAMES ALREADY ON FILE.
118270             IF SR-LAST-NAME NOT = SPACES THEN
119400             MOVE WS-FED-TAX-AMT-C3   TO YM-YTD-FEDTX
119500             MOVE WS-STATE-TAX-AMT-C3 TO YM-YTD-STATETX
119600             MOVE WS-NET-BONUS-AMT-C3 TO YM-YTD-NET
119610             MOVE WS-SIGNED-GROSS-C3  TO YM-YTD-FICA-WAGES
119620             MOVE WS-SOCSEC-AMT-C3    TO YM-YTD-SOCSEC
119630             MOVE WS-MEDICARE-AMT-C3  TO YM-YTD-MEDICARE
119640             MOVE WS-LOCALTX-AMT-C3   TO YM-YTD-LOCALTX
119645             MOVE WS-401K-AMT-C3      TO YM-YTD-401K
119700             WRITE YTD-MASTER-RECORD
119710             MOVE LOW-VALUES TO WS-YTD-BEFORE-IMAGE
119720             MOVE 'W' TO WS-YTDJ-ACTION
121000     MOVE WS-YTD-DETAIL-REC TO OUT-RECORD
121100     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
121200     ADD +1 TO WS-DETAIL-LINE-CTR
121210
121220     MOVE YM-YTD-SOCSEC   TO WDL-SOCSEC
121230     MOVE YM-YTD-MEDICARE TO WDL-MEDICARE
121240     MOVE YM-YTD-LOCALTX  TO WDL-LOCALTX
121250     MOVE YM-YTD-401K     TO WDL-401K
121260*************** THE MASTER KEEPS NO GARNISHMENT BALANCE - IT IS
121270*************** WHAT IS LEFT OF YTD GROSS AFTER THE TAXES, THE
121280*************** 401(K) AND NET, SINCE EVERY POSTING FOOTS THAT
121285*************** WAY.
121290     COMPUTE WDL-GARNISH = YM-YTD-GROSS - YM-YTD-FEDTX
121292         - YM-YTD-STATETX - YM-YTD-SOCSEC - YM-YTD-MEDICARE
121295         - YM-YTD-LOCALTX - YM-YTD-401K - YM-YTD-NET
121297     PERFORM 2403-WRITE-DEDUCTION-LINE THRU 2403-EXIT
121300
121400     .
121500 2406-EXIT.
122500     MOVE WS-FED-TAX-AMT-C3 TO WS-CSV-AMT-2
122600     MOVE WS-STATE-TAX-AMT-C3 TO WS-CSV-AMT-3
122700     MOVE WS-NET-BONUS-AMT-C3 TO WS-CSV-AMT-4
122710     MOVE WS-SOCSEC-AMT-C3 TO WS-CSV-AMT-5
122720     MOVE WS-MEDICARE-AMT-C3 TO WS-CSV-AMT-6
122730     MOVE WS-LOCALTX-AMT-C3 TO WS-CSV-AMT-7
122740     MOVE WS-401K-AMT-C3 TO WS-CSV-AMT-8
122750     MOVE WS-GARNISH-AMT-C3 TO WS-CSV-AMT-9
122800
122900     STRING FUNCTION TRIM(SR-LAST-NAME)  DELIMITED BY SIZE
123000            ','                 DELIMITED BY SIZE
124200            ','                 DELIMITED BY SIZE
124300            WS-CSV-AMT-4        DELIMITED BY SIZE
124400            ','                 DELIMITED BY SIZE
124410            WS-CSV-AMT-5        DELIMITED BY SIZE
124420            ','                 DELIMITED BY SIZE
124430            WS-CSV-AMT-6        DELIMITED BY SIZE
124440            ','                 DELIMITED BY SIZE
124450            WS-CSV-AMT-7        DELIMITED BY SIZE
124460            ','                 DELIMITED BY SIZE
124470            WS-CSV-AMT-8        DELIMITED BY SIZE
124480            ','                 DELIMITED BY SIZE
124490            WS-CSV-AMT-9        DELIMITED BY SIZE
124495            ','                 DELIMITED BY SIZE
124500            WR-MESSAGE          DELIMITED BY SIZE
124600         INTO WS-CSV-LINE
124700         WITH POINTER WS-CSV-PTR
125200
125300     .
125400 2407-EXIT.
125401     EXIT.
125402*****************************************************************
125404*  WRITE ONE POSTED BONUS TO THE CUMULATIVE HISTORY FILE
125405*****************************************************************
125406
125408 2409-WRITE-HISTORY-RECORD.
125409     MOVE SPACES                 TO HIST-RECORD
125410     MOVE SR-EMPLOYEE-ID         TO BH-EMPLOYEE-ID
125412     MOVE WS-RUN-DATE            TO BH-RUN-DATE
125413     MOVE WS-PAY-DATE            TO BH-PAY-DATE
125414     MOVE SR-STATE-CODE          TO BH-STATE-CODE
125416     MOVE SR-FED-TAX-EXEMPT-CODE TO BH-FED-TAX-EXEMPT-CODE
125417     MOVE SR-ST-TAX-EXEMPT-CODE  TO BH-ST-TAX-EXEMPT-CODE
125419     MOVE WS-SIGNED-GROSS-C3     TO BH-GROSS
125420     MOVE WS-FED-TAX-AMT-C3      TO BH-FEDTX
125421     MOVE WS-STATE-TAX-AMT-C3    TO BH-STATETX
125423     MOVE WS-NET-BONUS-AMT-C3    TO BH-NET
125424     MOVE WS-SOCSEC-AMT-C3       TO BH-SOCSEC
125425     MOVE WS-MEDICARE-AMT-C3     TO BH-MEDICARE
125427     MOVE SR-LOCALITY-CODE       TO BH-LOCALITY-CODE
125428     MOVE WS-LOCALTX-AMT-C3      TO BH-LOCALTX
125429     MOVE WS-401K-AMT-C3         TO BH-401K
125431     MOVE WS-GARNISH-AMT-C3      TO BH-GARNISH
125432     MOVE WS-CHILDSUP-AMT-C3     TO BH-CHILD-SUPPORT
125433     MOVE WS-CREDGARN-AMT-C3     TO BH-CREDITOR-GARN
125435     MOVE SR-COMPANY-CODE        TO BH-COMPANY-CODE
125436     MOVE SR-BONUS-TYPE          TO BH-BONUS-TYPE
125438     MOVE WS-CYCLE-RUN-NUMBER    TO BH-RUN-NUMBER
125439*************** THE FIRST POSTING FOR AN EMPLOYEE IN A RUN IS
125440*************** SEQUENCE 1; A DUPLICATE KEY (A SECOND STATE
125442*************** SPLIT) STEPS THE SEQUENCE UNTIL THE KEY IS FREE.
125443     MOVE 1                      TO BH-SEQUENCE-NO
125444     MOVE 'N'                    TO WS-HIST-WRITTEN-SWITCH
125446
125447     PERFORM 2439-WRITE-HIST-KEY THRU 2439-EXIT
125448         UNTIL WS-HIST-WRITTEN
125450
125451     .
125452 2409-EXIT.
125454     EXIT.
125455*****************************************************************
125457*  WRITE THE HISTORY RECORD UNDER THE CURRENT SEQUENCE NUMBER
125458*****************************************************************
125459
125461 2439-WRITE-HIST-KEY.
125462     WRITE HIST-RECORD
125463         INVALID KEY
125465             CONTINUE
125466     END-WRITE
125467
125469     EVALUATE WS-HSTFILE-STATUS-CODE
125470         WHEN '00'
125471             SET WS-HIST-WRITTEN TO TRUE
125473         WHEN '22'
125474             IF BH-SEQUENCE-NO = 9999 THEN
125476                 MOVE '2439-WRITE-HIST-KEY, '
125477                                       TO WS-ABORT-MSG-PGRPH
125478                 MOVE 'HISTORY SEQUENCE FULL, '
125480                                       TO WS-ABORT-MSG-EDESC
125481                 MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
125482                 MOVE 2439 TO RETURN-CODE
125484                 PERFORM 9999-ABORT THRU 9999-EXIT
125485             END-IF
125486             ADD 1 TO BH-SEQUENCE-NO
125488         WHEN OTHER
125489             MOVE '2439-WRITE-HIST-KEY, ' TO WS-ABORT-MSG-PGRPH
125490             MOVE 'WRITING TO HIST-FILE, ' TO WS-ABORT-MSG-EDESC
125492             MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
125493             MOVE 2409 TO RETURN-CODE
125495             PERFORM 9999-ABORT THRU 9999-EXIT
125496     END-EVALUATE
125497
125499     .
125500 2439-EXIT.
125501     EXIT.
125503*****************************************************************
125504*  LOOK BACK THROUGH THE EMPLOYEE'S BONUS HISTORY FOR A PAYMENT
125505*  OF THE SAME AMOUNT (WITHIN TOLERANCE) IN AN EARLIER RUN
125507*****************************************************************
125508
125510 2440-CHECK-DUPLICATE.
125511     MOVE ZERO                TO WS-DUP-MATCH-COUNT
125512     MOVE ZERO                TO WS-DUP-REVERSE-COUNT
125514     MOVE SPACES              TO WS-DUP-MATCH-DATE
125515     MOVE ZERO                TO WS-DUP-MATCH-GROSS
125516     MOVE 'N'                 TO WS-DUP-BROWSE-SWITCH
125518
125519*************** POSITION AT THE EMPLOYEE'S FIRST POSTING ON OR
125520*************** AFTER THE START OF THE WINDOW.
125522     MOVE SR-EMPLOYEE-ID      TO BH-EMPLOYEE-ID
125523     MOVE WS-DUP-WINDOW-START TO BH-RUN-DATE
125524     MOVE ZERO                TO BH-SEQUENCE-NO
125526     START HIST-FILE KEY IS NOT LESS THAN BH-KEY
125527         INVALID KEY
125529             CONTINUE
125530     END-START
125531
125533     EVALUATE WS-HSTFILE-STATUS-CODE
125534         WHEN '00'
125535             CONTINUE
125537         WHEN '23'
125538             GO TO 2440-EXIT
125539         WHEN OTHER
125541             MOVE '2440-CHECK-DUPLICATE, ' TO WS-ABORT-MSG-PGRPH
125542             MOVE 'POSITIONING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
125543             MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
125545             MOVE 2440 TO RETURN-CODE
125546             PERFORM 9999-ABORT THRU 9999-EXIT
125548     END-EVALUATE
125549
125550     PERFORM 2441-CHECK-ONE-POSTING THRU 2441-EXIT
125552         UNTIL WS-DUP-BROWSE-DONE
125553
125554*************** A MATCH THAT WAS ALREADY REVERSED IS NOT A
125556*************** DUPLICATE - ONLY MATCHES LEFT STANDING COUNT.
125557     IF WS-DUP-MATCH-COUNT > WS-DUP-REVERSE-COUNT THEN
125558         SET WS-DUP-SUSPECT TO TRUE
125560         PERFORM 2442-TABLE-DUP-SUSPECT THRU 2442-EXIT
125561     END-IF
125562
125564     .
125565 2440-EXIT.
125567     EXIT.
125568*****************************************************************
125569*  TEST ONE HISTORY POSTING AGAINST THE INCOMING BONUS
125571*****************************************************************
125572
125573 2441-CHECK-ONE-POSTING.
125575     READ HIST-FILE NEXT RECORD
125576         AT END
125577             SET WS-DUP-BROWSE-DONE TO TRUE
125579             GO TO 2441-EXIT
125580     END-READ
125581
125583     IF WS-HSTFILE-STATUS-CODE NOT = '00' THEN
125584         MOVE '2441-CHECK-ONE-POSTING, ' TO WS-ABORT-MSG-PGRPH
125586         MOVE 'READING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
125587         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
125588         MOVE 2441 TO RETURN-CODE
125590         PERFORM 9999-ABORT THRU 9999-EXIT
125591     END-IF
125592
125594*************** THE WINDOW CLOSES AT THE NEXT EMPLOYEE OR AT THIS
125595*************** CYCLE'S OWN POSTINGS (A STATE SPLIT, OR A POSTING
125596*************** MADE BEFORE A RESTART - THEY CARRY THE CYCLE RUN
125598*************** NUMBER), WHICH NEVER COUNT AGAINST IT.  AN EARLIER
125599*************** CYCLE ON THE SAME DATE IS STILL LOOKED AT.  OLDER
125601*************** POSTINGS HAVE SPACES FOR THE RUN NUMBER AND ARE
125602*************** NEVER THIS CYCLE'S.
125603     IF BH-EMPLOYEE-ID NOT = SR-EMPLOYEE-ID THEN
125605         SET WS-DUP-BROWSE-DONE TO TRUE
125606         GO TO 2441-EXIT
125607     END-IF
125609     IF BH-RUN-DATE = WS-RUN-DATE AND
125610        BH-RUN-NUMBER IS NUMERIC THEN
125611         IF BH-RUN-NUMBER = WS-CYCLE-RUN-NUMBER THEN
125613             SET WS-DUP-BROWSE-DONE TO TRUE
125614             GO TO 2441-EXIT
125615         END-IF
125617     END-IF
125618
125620*************** A PAYMENT IS MEASURED AGAINST THE BONUS; A
125621*************** REVERSAL AGAINST THE BONUS WITH ITS SIGN FLIPPED.
125622     EVALUATE TRUE
125624         WHEN BH-GROSS > ZERO
125625             COMPUTE WS-DUP-DIFF = BH-GROSS - WS-SIGNED-GROSS-C3
125626         WHEN BH-GROSS < ZERO
125628             COMPUTE WS-DUP-DIFF = BH-GROSS + WS-SIGNED-GROSS-C3
125629         WHEN OTHER
125630             GO TO 2441-EXIT
125632     END-EVALUATE
125633     IF WS-DUP-DIFF < ZERO THEN
125634         COMPUTE WS-DUP-DIFF = ZERO - WS-DUP-DIFF
125636     END-IF
125637     IF WS-DUP-DIFF > WS-C-DUP-TOLERANCE THEN
125639         GO TO 2441-EXIT
125640     END-IF
125641
125643     IF BH-GROSS > ZERO THEN
125644         ADD 1 TO WS-DUP-MATCH-COUNT
125645         MOVE BH-RUN-DATE TO WS-DUP-MATCH-DATE
125647         MOVE BH-GROSS    TO WS-DUP-MATCH-GROSS
125648     ELSE
125649         ADD 1 TO WS-DUP-REVERSE-COUNT
125651     END-IF
125652
125653     .
125655 2441-EXIT.
125656     EXIT.
125658*****************************************************************
125659*  REMEMBER A DUPLICATE SUSPECT FOR THE CONTROL-REPORT LISTING
125660*****************************************************************
125662
125663 2442-TABLE-DUP-SUSPECT.
125664     ADD 1 TO WS-DUP-HELD-COUNT
125666     IF WS-DUP-TABLE-COUNT NOT < WS-C-DUP-TABLE-SIZE THEN
125667         GO TO 2442-EXIT
125668     END-IF
125670
125671     ADD 1 TO WS-DUP-TABLE-COUNT
125672     SET DP-NDX TO WS-DUP-TABLE-COUNT
125674     MOVE SR-EMPLOYEE-ID      TO DP-EMPLOYEE-ID (DP-NDX)
125675     MOVE SR-LAST-NAME        TO DP-LAST-NAME (DP-NDX)
125677     MOVE SR-STATE-CODE       TO DP-STATE-CODE (DP-NDX)
125678     MOVE WS-SIGNED-GROSS-C3  TO DP-GROSS (DP-NDX)
125679     MOVE WS-DUP-MATCH-DATE   TO DP-MATCH-DATE (DP-NDX)
125681     MOVE WS-DUP-MATCH-GROSS  TO DP-MATCH-GROSS (DP-NDX)
125682     COMPUTE DP-MATCH-COUNT (DP-NDX) =
125683         WS-DUP-MATCH-COUNT - WS-DUP-REVERSE-COUNT
125685
125686     .
125687 2442-EXIT.
125689     EXIT.
125690*****************************************************************
125692*  FEED THE BANK INTERFACE - HELD AND REJECTED RECORDS STAY OFF
125698*****************************************************************
125704
125716     IF SR-ADJUSTMENT THEN
125718         GO TO 2411-EXIT
125720     END-IF
125721*************** A BONUS OVER THE MANAGER REVIEW LIMIT, OR A LIKELY
125722*************** DUPLICATE, IS HELD FOR APPROVAL AND MUST NOT
125723*************** REACH THE BANK FILE - IT GOES TO THE SUSPENSE
125724*************** FILE FOR LAB30 INSTEAD.
125725     IF WS-SIGNED-GROSS-C3 > WS-C-MGR-REVIEW-LIMIT OR
125726        WS-DUP-SUSPECT THEN
125728         ADD WS-NET-BONUS-AMT-C3 TO WS-HELD-NET
125729         PERFORM 2417-WRITE-SUSPENSE THRU 2417-EXIT
125730         GO TO 2411-EXIT
125756     END-SEARCH
125758
125760     IF NOT WS-BANK-ACCT-FOUND THEN
125762         MOVE 'NO BANK ACCOUNT ON FILE' TO WKD-REASON
125764         PERFORM 2438-WRITE-CHECK-REQUEST THRU 2438-EXIT
125766         GO TO 2411-EXIT
125768     END-IF
125770
125772*************** A NEW OR CHANGED ACCOUNT IS NOT PAID UNTIL ITS
125774*************** ZERO-DOLLAR PRENOTE HAS CLEARED - UNTIL THEN THE
125776*************** EMPLOYEE IS PAID BY CHECK REQUEST.
125777     IF NOT BT-ACCT-CLEARED (BT-NDX) THEN
125778         IF BT-ACCT-REJECTED (BT-NDX) THEN
125779             MOVE 'ACH PRENOTE REJECTED BY BANK' TO WKD-REASON
125780         ELSE
125781             MOVE 'ACH PRENOTE WAITING PERIOD' TO WKD-REASON
125782         END-IF
125783         PERFORM 2438-WRITE-CHECK-REQUEST THRU 2438-EXIT
125784         GO TO 2411-EXIT
125785     END-IF
125786
125788     MOVE SPACES              TO WS-DISB-DETAIL
125790     MOVE 'D'                 TO WDB-D-RECORD-TYPE
125810     PERFORM 8950-WRITE-DISB-RECORD THRU 8950-EXIT
125812     ADD +1                   TO WS-DISB-REC-COUNT
125814     ADD WS-NET-BONUS-AMT-C3  TO WS-DISB-NET
125815     ADD +1                   TO CY-DISB-COUNT (CY-NDX)
125816     ADD WS-NET-BONUS-AMT-C3  TO CY-DISB-NET (CY-NDX)
125817     MOVE 'D'                 TO DGJ-FEED-CODE
125818     MOVE WS-DISB-DETAIL      TO DGJ-IMAGE
125820     PERFORM 8990-WRITE-DGJ-RECORD THRU 8990-EXIT
125824
125830     .
125836 2411-EXIT.
125842     EXIT.
125843*****************************************************************
125844*  LIST ONE BONUS PAYABLE BY CHECK REQUEST - THE CALLER HAS SET
125845*  THE REASON IT CANNOT GO TO THE BANK FEED
125846*****************************************************************
125847
125848 2438-WRITE-CHECK-REQUEST.
125849     MOVE SR-LAST-NAME        TO WKD-LAST-NAME
125850     MOVE SR-FIRST-NAME       TO WKD-FIRST-NAME
125851     MOVE SR-EMPLOYEE-ID      TO WKD-EMPLOYEE-ID
125852     MOVE SR-STATE-CODE       TO WKD-STATE-CODE
125853     MOVE WS-NET-BONUS-AMT-C3 TO WKD-NET-AMT
125854     MOVE WS-CHKRPT-DETAIL    TO CHK-RECORD
125855     PERFORM 8920-WRITE-CHK-RECORD THRU 8920-EXIT
125856     ADD +1                   TO WS-CHKREQ-COUNT
125857     ADD WS-NET-BONUS-AMT-C3  TO WS-CHKREQ-NET
125858
125860*************** THE SAME BONUS GOES ON THE EXTRACT FOR LAB39,
125861*************** AND ON THE JOURNAL SO A RESTART CUTS IT AGAIN.
125863     MOVE SPACES              TO CHKQ-RECORD
125864     MOVE SR-EMPLOYEE-ID      TO CX-EMPLOYEE-ID
125866     MOVE SR-LAST-NAME        TO CX-LAST-NAME
125867     MOVE SR-FIRST-NAME       TO CX-FIRST-NAME
125869     MOVE SR-MID-INIT         TO CX-MID-INIT
125870     MOVE SR-STATE-CODE       TO CX-STATE-CODE
125872     MOVE SR-FED-TAX-EXEMPT-CODE TO CX-FED-TAX-EXEMPT-CODE
125873     MOVE SR-ST-TAX-EXEMPT-CODE  TO CX-ST-TAX-EXEMPT-CODE
125875     MOVE WS-SIGNED-GROSS-C3  TO CX-GROSS
125876     MOVE WS-NET-BONUS-AMT-C3 TO CX-NET-AMT
125878     MOVE WS-RUN-DATE         TO CX-RUN-DATE
125880     MOVE WS-CYCLE-RUN-NUMBER TO CX-RUN-NUMBER
125881     MOVE WKD-REASON          TO CX-REASON
125882     MOVE SR-COMPANY-CODE     TO CX-COMPANY-CODE
125883     PERFORM 8996-WRITE-CHKQ-RECORD THRU 8996-EXIT
125884     MOVE 'C'                 TO DGJ-FEED-CODE
125886     MOVE CHKQ-RECORD         TO DGJ-IMAGE
125887     PERFORM 8990-WRITE-DGJ-RECORD THRU 8990-EXIT
125889
125890     .
125892 2438-EXIT.
125893     EXIT.
125895*****************************************************************
125896*  EDIT THE BONUS AMOUNT AND STATE CODE BEFORE TAXING THE RECORD
125898*****************************************************************
125900
126000 2408-EDIT-DETAIL-LINE.
126050*************** THE AMOUNT FIELD ALWAYS CARRIES THE MAGNITUDE;
126100     IF SR-BONUS-AMT NOT > WS-C-MIN-BONUS-AMT THEN
126200         MOVE 'Y' TO WS-REJECT-SWITCH
126300         MOVE 'BONUS AMOUNT NOT POSITIVE' TO WS-REJECT-REASON
126350         MOVE 'AM' TO WS-REJECT-CODE
126400     ELSE
126500         IF SR-BONUS-AMT > WS-C-MAX-BONUS-AMT THEN
126600             MOVE 'Y' TO WS-REJECT-SWITCH
126700             MOVE 'BONUS AMOUNT OUT OF RANGE' TO WS-REJECT-REASON
126750             MOVE 'AR' TO WS-REJECT-CODE
126800         END-IF
128900     END-IF
128910
128955             MOVE 'Y' TO WS-REJECT-SWITCH
128960             MOVE 'RECORD TYPE MUST BE BLANK, A, OR S'
128965                 TO WS-REJECT-REASON
128967             MOVE 'RT' TO WS-REJECT-CODE
128970         END-IF
128975     END-IF
128976
128983             MOVE 'Y' TO WS-REJECT-SWITCH
128984             MOVE 'SPLIT PERCENT MUST BE 000 THRU 100'
128985                 TO WS-REJECT-REASON
128986             MOVE 'SP' TO WS-REJECT-CODE
128987         END-IF
128989     END-IF
128991
128992     IF NOT RECORD-IS-REJECTED AND SR-ADJUSTMENT THEN
128994         IF SR-ADJ-NEGATIVE OR SR-ADJ-POSITIVE
128996             CONTINUE
128998         ELSE
128999             MOVE 'Y' TO WS-REJECT-SWITCH
129001             MOVE 'ADJUSTMENT SIGN MUST BE + OR -'
129003                 TO WS-REJECT-REASON
129004             MOVE 'AS' TO WS-REJECT-CODE
129006         END-IF
129008     END-IF
129010
129012     IF NOT RECORD-IS-REJECTED THEN
129014         IF SR-ADJ-GROSS-BASIS OR SR-ADJ-TAX-ONLY
129020             MOVE 'Y' TO WS-REJECT-SWITCH
129022             MOVE 'ADJUSTMENT BASIS MUST BE BLANK OR T'
129024                 TO WS-REJECT-REASON
129025             MOVE 'AB' TO WS-REJECT-CODE
129026         END-IF
129028     END-IF
129030
129036         MOVE 'Y' TO WS-REJECT-SWITCH
129038         MOVE 'BASIS T IS VALID ONLY ON A RECORDS'
129040             TO WS-REJECT-REASON
129041         MOVE 'BT' TO WS-REJECT-CODE
129044     END-IF
129048
129052     IF NOT RECORD-IS-REJECTED THEN
129056         IF SR-REGULAR-BONUS OR SR-SIGN-ON-BONUS OR
129060            SR-RETENTION-BONUS
129064             CONTINUE
129068         ELSE
129072             MOVE 'Y' TO WS-REJECT-SWITCH
129076             MOVE 'BONUS TYPE MUST BE BLANK, S, OR R'
129080                 TO WS-REJECT-REASON
129084             MOVE 'BY' TO WS-REJECT-CODE
129088         END-IF
129092     END-IF
129096
129100     .
129200 2408-EXIT.
129300     EXIT.
130920*************** STATE TAX WITHHELD WITHOUT RE-PRICING ANY GROSS -
130930*************** THE SIGNED AMOUNT IS THE WITHHOLDING DELTA AND
130940*************** NET MOVES THE OPPOSITE WAY, SO GROSS STILL FOOTS
130941*************** TO FEDTX + STATETX + NET.
130943     IF SR-ADJUSTMENT AND SR-ADJ-TAX-ONLY THEN
130944         MOVE WS-SIGNED-GROSS-C3  TO WS-STATE-TAX-AMT-C3
130946         COMPUTE WS-NET-BONUS-AMT-C3 =
130947             ZERO - WS-STATE-TAX-AMT-C3
130949         MOVE ZERO                TO WS-FED-TAX-AMT-C3
130950         MOVE ZERO                TO WS-SOCSEC-AMT-C3
130952         MOVE ZERO                TO WS-MEDICARE-AMT-C3
130953         MOVE ZERO                TO WS-LOCALTX-AMT-C3
130955         MOVE ZERO                TO WS-401K-AMT-C3
130956         MOVE ZERO                TO WS-GARNISH-AMT-C3
130958         MOVE ZERO                TO WS-CHILDSUP-AMT-C3
130959         MOVE ZERO                TO WS-CREDGARN-AMT-C3
130961         MOVE ZERO                TO WS-DEDN-COUNT
130962         MOVE ZERO                TO WS-SIGNED-GROSS-C3
130964         MOVE ZERO                TO WR-BONUS-AMT
130966         MOVE WS-FED-TAX-AMT-C3   TO WR-FED-TAX-AMT
130974         GO TO 2410-EXIT
130976     END-IF
130978
130980*************** THE EMPLOYEE'S STANDING DEDUCTION ORDERS (LAB36).
130982*************** A 401(K) DEFERRAL COMES OFF BEFORE TAX AND
130984*************** LOWERS THE GROSS THE TAX MODULE WITHHOLDS ON.
130986     PERFORM 2430-LOAD-DEDUCTIONS THRU 2430-EXIT
130988     PERFORM 2432-FIGURE-PRETAX THRU 2432-EXIT
130990
131000*************** ONE CALL TO THE COMMON TAX MODULE (LAB20)
131050*************** FIGURES FED, STATE, AND NET FOR EVERY
131100*************** EXEMPTION COMBINATION, PLUS SOCIAL SECURITY
131110*************** AND MEDICARE AGAINST THE EMPLOYEE'S YTD FICA
131120*************** WAGES SUMMED ACROSS EVERY STATE ROW, AND THE
131130*************** LOCAL TAX FOR THE EMPLOYEE'S HR LOCALITY.
131150     MOVE WS-RUN-DATE-9          TO WS-TC-RUN-DATE
131200     MOVE SR-STATE-CODE          TO WS-TC-STATE-CODE
131220     MOVE SR-LOCALITY-CODE       TO WS-TC-LOCALITY-CODE
131250     MOVE SR-FED-TAX-EXEMPT-CODE TO WS-TC-FED-EXEMPT-CODE
131300     MOVE SR-ST-TAX-EXEMPT-CODE  TO WS-TC-ST-EXEMPT-CODE
131350     MOVE WS-SIGNED-GROSS-C3     TO WS-TC-GROSS-AMT
131355     MOVE WS-401K-AMT-C3         TO WS-TC-PRETAX-AMT
131360     PERFORM 2415-SUM-YTD-FICA-WAGES THRU 2415-EXIT
131400     CALL WS-TAXCALC-PGM USING WS-TAXCALC-AREA
131450
131500     IF WS-TC-STATE-NOT-FOUND THEN
131550         MOVE 'Y' TO WS-REJECT-SWITCH
131600         MOVE 'STATE CODE NOT FOUND IN TAX TABLE'
131650             TO WS-REJECT-REASON
131675         MOVE 'ST' TO WS-REJECT-CODE
131700         GO TO 2410-EXIT
131750     END-IF
131751
131752     IF WS-TC-LOCALITY-NOT-FOUND THEN
131753         MOVE 'Y' TO WS-REJECT-SWITCH
131754         MOVE 'LOCALITY CODE NOT FOUND IN TAX TABLE'
131755             TO WS-REJECT-REASON
131756         MOVE 'LC' TO WS-REJECT-CODE
131757         GO TO 2410-EXIT
131758     END-IF
131759
131760*************** GARNISHMENTS COME OUT OF WHAT TAX LEAVES, IN
131761*************** PRIORITY ORDER.
131762     PERFORM 2434-FIGURE-GARNISHMENTS THRU 2434-EXIT
131763
131765*************** A REVERSAL MAY NOT TAKE ANY YTD BALANCE BELOW
131770*************** ZERO - THE RUN-CONTROL LEDGER ONLY CATCHES A
131775*************** WHOLE FEED POSTED TWICE, NOT A RE-CUT ADJUSTMENT.
131800
131850     MOVE WS-TC-FED-TAX-AMT   TO WS-FED-TAX-AMT-C3
131900     MOVE WS-TC-STATE-TAX-AMT TO WS-STATE-TAX-AMT-C3
131950     COMPUTE WS-NET-BONUS-AMT-C3 =
131955         WS-TC-NET-AMT - WS-GARNISH-AMT-C3
131960     MOVE WS-TC-SOCSEC-AMT    TO WS-SOCSEC-AMT-C3
131970     MOVE WS-TC-MEDICARE-AMT  TO WS-MEDICARE-AMT-C3
131980     MOVE WS-TC-LOCAL-TAX-AMT TO WS-LOCALTX-AMT-C3
132000     MOVE WS-FED-TAX-AMT-C3   TO WR-FED-TAX-AMT
132050     MOVE WS-STATE-TAX-AMT-C3 TO WR-STATE-TAX-AMT
132100     MOVE WS-NET-BONUS-AMT-C3 TO WR-NET-BONUS-AMT
132550         WHEN OTHER
132600             INITIALIZE WR-MESSAGE
132650     END-EVALUATE
132904
133158*************** A BONUS MATCHING ONE ALREADY PAID TO THE EMPLOYEE
133412*************** IN AN EARLIER RUN IS HELD AS A LIKELY DUPLICATE.
133666*************** ADJUSTMENTS ARE DELIBERATE RE-CUTS AND SKIP IT.
133920     IF NOT SR-ADJUSTMENT AND
134174        WS-SIGNED-GROSS-C3 > ZERO AND
134428        WS-C-DUP-LOOKBACK-DAYS > ZERO THEN
134682         PERFORM 2440-CHECK-DUPLICATE THRU 2440-EXIT
134936     END-IF
135190     IF WS-DUP-SUSPECT THEN
135444         MOVE 'POSSIBLE DUPLICATE' TO WR-MESSAGE
135698     END-IF
135954
136200     IF WS-SIGNED-GROSS-C3 > WS-C-MGR-REVIEW-LIMIT THEN
136300         IF WR-MESSAGE = SPACES THEN
136400             MOVE 'EXCEEDS REVIEW LIMIT' TO WR-MESSAGE
138525             IF YM-YTD-GROSS + WS-TC-GROSS-AMT < ZERO OR
138580                YM-YTD-FEDTX + WS-TC-FED-TAX-AMT < ZERO OR
138635                YM-YTD-STATETX + WS-TC-STATE-TAX-AMT < ZERO OR
138640                YM-YTD-SOCSEC + WS-TC-SOCSEC-AMT < ZERO OR
138645                YM-YTD-MEDICARE + WS-TC-MEDICARE-AMT < ZERO OR
138650                YM-YTD-LOCALTX + WS-TC-LOCAL-TAX-AMT < ZERO OR
138660                YM-YTD-401K + WS-TC-PRETAX-AMT < ZERO OR
138690                YM-YTD-NET + WS-TC-NET-AMT - WS-GARNISH-AMT-C3
138695                    < ZERO THEN
138745                 MOVE 'Y' TO WS-REJECT-SWITCH
138800                 MOVE 'REVERSAL EXCEEDS YTD BALANCE'
138855                     TO WS-REJECT-REASON
138882                 MOVE 'YF' TO WS-REJECT-CODE
138910             END-IF
138965         WHEN '23'
139020             MOVE 'Y' TO WS-REJECT-SWITCH
139075             MOVE 'NO YTD BALANCE FOR ADJUSTMENT'
139130                 TO WS-REJECT-REASON
139157             MOVE 'YN' TO WS-REJECT-CODE
139185         WHEN OTHER
139240             MOVE '2414-CHECK-YTD-FLOOR, ' TO WS-ABORT-MSG-PGRPH
139295             MOVE 'ACCESSING YTD-MASTER, ' TO WS-ABORT-MSG-EDESC
139778     MOVE BK-ROUTING-NUMBER TO BT-ROUTING-NUMBER (BT-NDX)
139779     MOVE BK-ACCOUNT-NUMBER TO BT-ACCOUNT-NUMBER (BT-NDX)
139780     MOVE BK-ACCOUNT-TYPE   TO BT-ACCOUNT-TYPE (BT-NDX)
139781     MOVE BK-PRENOTE-STATUS TO BT-PRENOTE-STATUS (BT-NDX)
139782     IF BK-PRENOTE-PENDING THEN
139783         PERFORM 1087-WRITE-PRENOTE THRU 1087-EXIT
139784     END-IF
139785     SET BT-NDX UP BY 1
139788     ADD +1 TO WS-BANK-ACCT-COUNT
139792
139796     PERFORM 8195-READ-BANK-FILE THRU 8195-EXIT
139799
139803     .
139807 1085-EXIT.
139810     EXIT.
139814
139818*****************************************************************
139822*  SEND A ZERO-DOLLAR PRENOTE FOR A NEW OR CHANGED ACCOUNT - LAB38
139825*  MARKS IT SENT WHEN IT FINDS THE ENTRY ON THIS FEED
139829*****************************************************************
139833
139836 1087-WRITE-PRENOTE.
139840     MOVE SPACES             TO WS-DISB-DETAIL
139844     MOVE 'P'                TO WDB-D-RECORD-TYPE
139848     MOVE BK-EMPLOYEE-ID     TO WDB-D-EMPLOYEE-ID
139851     MOVE ZERO               TO WDB-D-NET-AMT
139855     MOVE BK-ROUTING-NUMBER  TO WDB-D-ROUTING-NUMBER
139859     MOVE BK-ACCOUNT-NUMBER  TO WDB-D-ACCOUNT-NUMBER
139862     MOVE BK-ACCOUNT-TYPE    TO WDB-D-ACCOUNT-TYPE
139866     MOVE WS-DISB-DETAIL     TO DISB-RECORD
139870     PERFORM 8950-WRITE-DISB-RECORD THRU 8950-EXIT
139874     ADD +1                  TO WS-PRENOTE-COUNT
139877
139881     .
139885 1087-EXIT.
139888     EXIT.
139892
139896*****************************************************************
139900*  WRITE EXCEPTION REPORT HEADERS
140000*****************************************************************
140100
142300     PERFORM 8600-WRITE-EXCEPT-RECORD THRU 8600-EXIT
142400     ADD +1 TO WS-REC-EXCEPTION
142500
142512*************** THE HR MATCH LEFT ITS FIELDS IN THE FEED FILLER -
142524*************** THE SOURCE GETS BACK ONLY WHAT IT SENT.
142536     MOVE SORT-RECORD       TO WS-RJR-IMAGE
142548     MOVE SPACES            TO WS-RJR-HR-AREA
142560     MOVE 'Y'               TO WS-RJR-JOURNAL-SWITCH
142572     PERFORM 2460-RETURN-REJECT THRU 2460-EXIT
142584
142600     .
142700 2450-EXIT.
142701     EXIT.
142702*****************************************************************
142703*  RETURN ONE REJECTED RECORD TO THE SOURCE SYSTEM AND RECORD IT
142704*  ON THE OPEN-REJECT FILE - THE CALLER HAS SET WS-RJR-IMAGE
142705*****************************************************************
142706
142707 2460-RETURN-REJECT.
142708     MOVE SPACES              TO REJRTN-RECORD
142709     SET RR-DETAIL            TO TRUE
142710     MOVE WS-FEED-HDR-SOURCE  TO RR-SOURCE-SYSTEM
142711     MOVE WS-FEED-HDR-DATE    TO RR-FEED-DATE
142712     MOVE WS-RUN-DATE         TO RR-RUN-DATE
142713     MOVE WS-CYCLE-RUN-NUMBER TO RR-RUN-NUMBER
142714     MOVE WS-REJECT-CODE      TO RR-REASON-CODE
142715     MOVE WS-REC-EXCEPTION    TO RR-REJECT-SEQ
142716     MOVE WS-RJR-IMAGE        TO RR-ORIGINAL-RECORD
142717
142718*************** A POSTING-PHASE REJECT GOES ON THE JOURNAL SO A
142719*************** RESTART CUTS IT AGAIN, LIKE THE BANK DETAIL.
142720     IF WS-RJR-JOURNAL-REJECT THEN
142721         MOVE 'R'             TO DGJ-FEED-CODE
142722         MOVE REJRTN-RECORD   TO DGJ-IMAGE
142723         PERFORM 8990-WRITE-DGJ-RECORD THRU 8990-EXIT
142724     END-IF
142725     PERFORM 8975-WRITE-REJRTN-RECORD THRU 8975-EXIT
142726
142727     PERFORM 2465-RECORD-OPEN-REJECT THRU 2465-EXIT
142728
142729     .
142730 2460-EXIT.
142731     EXIT.
142732*****************************************************************
142733*  ADD THE REJECT TO THE OPEN-REJECT FILE, OR - WHEN THE SOURCE
142734*  HAS SENT THE SAME EMPLOYEE AND RECORD TYPE BACK AND IT FAILED
142735*  AGAIN - UPDATE THE OLDEST OPEN ONE
142736*****************************************************************
142737
142738 2465-RECORD-OPEN-REJECT.
142739     MOVE WS-RJR-EMPLOYEE-ID  TO WS-OJ-BROWSE-EMP-ID
142740     MOVE WS-RJR-RECORD-TYPE  TO WS-OJ-BROWSE-REC-TYPE
142741     MOVE WS-REC-EXCEPTION    TO WS-OJ-MATCH-SEQ
142742     PERFORM 2467-FIND-OPEN-REJECT THRU 2467-EXIT
142743
142744     EVALUATE TRUE
142745         WHEN WS-OJ-ALREADY-RECORDED
142746             CONTINUE
142747         WHEN WS-OJ-CANDIDATE-FOUND
142748             MOVE WS-OJ-CANDIDATE-KEY TO OJ-KEY
142749             PERFORM 8976-READ-OPEN-REJ THRU 8976-EXIT
142750             MOVE WS-CYCLE-RUN-NUMBER TO OJ-LAST-RUN-NUMBER
142751             MOVE WS-REC-EXCEPTION    TO OJ-LAST-REJECT-SEQ
142752             MOVE WS-RUN-DATE         TO OJ-LAST-REJECT-DATE
142753             IF OJ-REJECT-COUNT < 999 THEN
142754                 ADD 1 TO OJ-REJECT-COUNT
142755             END-IF
142756             MOVE WS-REJECT-CODE      TO OJ-REASON-CODE
142757             MOVE WS-REJECT-REASON    TO OJ-REASON-TEXT
142758             MOVE WS-RJR-IMAGE        TO OJ-ORIGINAL-RECORD
142759             PERFORM 8977-REWRITE-OPEN-REJ THRU 8977-EXIT
142760             ADD +1 TO WS-OJ-RESUBMIT-COUNT
142761         WHEN OTHER
142762             MOVE SPACES              TO OPENREJ-RECORD
142763             MOVE WS-RJR-EMPLOYEE-ID  TO OJ-EMPLOYEE-ID
142764             MOVE WS-RJR-RECORD-TYPE  TO OJ-RECORD-TYPE
142765             MOVE WS-CYCLE-RUN-NUMBER TO OJ-FIRST-RUN-NUMBER
142766             MOVE WS-REC-EXCEPTION    TO OJ-FIRST-REJECT-SEQ
142767             SET OJ-OPEN              TO TRUE
142768             MOVE WS-FEED-HDR-SOURCE  TO OJ-SOURCE-SYSTEM
142769             MOVE WS-RUN-DATE         TO OJ-FIRST-REJECT-DATE
142770             MOVE WS-CYCLE-RUN-NUMBER TO OJ-LAST-RUN-NUMBER
142771             MOVE WS-REC-EXCEPTION    TO OJ-LAST-REJECT-SEQ
142772             MOVE WS-RUN-DATE         TO OJ-LAST-REJECT-DATE
142773             MOVE 1                   TO OJ-REJECT-COUNT
142774             MOVE WS-REJECT-CODE      TO OJ-REASON-CODE
142775             MOVE WS-REJECT-REASON    TO OJ-REASON-TEXT
142776             MOVE ZERO                TO OJ-CLOSED-RUN-NUMBER
142777             MOVE WS-RJR-IMAGE        TO OJ-ORIGINAL-RECORD
142778             PERFORM 8978-WRITE-OPEN-REJ THRU 8978-EXIT
142779             ADD +1 TO WS-OJ-ADDED-COUNT
142780     END-EVALUATE
142781
142782     .
142783 2465-EXIT.
142784     EXIT.
142785*****************************************************************
142786*  A RECORD POSTED CLEAN - IF THE SAME SOURCE HAS AN OPEN REJECT
142787*  FOR THE EMPLOYEE AND RECORD TYPE FROM AN EARLIER RUN, THIS IS
142788*  ITS CORRECTION; CLOSE THE OLDEST ONE
142789*****************************************************************
142790
142791 2466-CLOSE-OPEN-REJECT.
142792     MOVE SR-EMPLOYEE-ID      TO WS-OJ-BROWSE-EMP-ID
142793     MOVE SR-RECORD-TYPE      TO WS-OJ-BROWSE-REC-TYPE
142794     MOVE ZERO                TO WS-OJ-MATCH-SEQ
142795     PERFORM 2467-FIND-OPEN-REJECT THRU 2467-EXIT
142796
142797     IF WS-OJ-CANDIDATE-FOUND THEN
142798         MOVE WS-OJ-CANDIDATE-KEY TO OJ-KEY
142799         PERFORM 8976-READ-OPEN-REJ THRU 8976-EXIT
142800         SET OJ-CORRECTED         TO TRUE
142801         MOVE WS-CYCLE-RUN-NUMBER TO OJ-CLOSED-RUN-NUMBER
142802         MOVE WS-RUN-DATE         TO OJ-CLOSED-DATE
142803         PERFORM 8977-REWRITE-OPEN-REJ THRU 8977-EXIT
142804         ADD +1 TO WS-OJ-CORRECTED-COUNT
142805     END-IF
142806
142807     .
142808 2466-EXIT.
142809     EXIT.
142810*****************************************************************
142811*  BROWSE THE OPEN-REJECT RECORDS FOR WS-OJ-BROWSE-EMP-ID AND
142812*  WS-OJ-BROWSE-REC-TYPE - LEAVES THE KEY OF THE OLDEST OPEN ONE
142813*  FROM THIS SOURCE AND AN EARLIER RUN IN WS-OJ-CANDIDATE-KEY
142814*****************************************************************
142815
142816 2467-FIND-OPEN-REJECT.
142817     MOVE 'N'                   TO WS-OJ-BROWSE-SWITCH
142818     MOVE 'N'                   TO WS-OJ-MATCH-SWITCH
142819     MOVE WS-OJ-BROWSE-EMP-ID   TO OJ-EMPLOYEE-ID
142820     MOVE WS-OJ-BROWSE-REC-TYPE TO OJ-RECORD-TYPE
142821     MOVE ZERO                  TO OJ-FIRST-RUN-NUMBER
142822     MOVE ZERO                  TO OJ-FIRST-REJECT-SEQ
142823
142824     START OPEN-REJ KEY IS NOT < OJ-KEY
142825         INVALID KEY
142826             CONTINUE
142827     END-START
142828
142829     EVALUATE WS-OPJFILE-STATUS-CODE
142830         WHEN '00'
142831             PERFORM 2468-TEST-ONE-OPEN-REJECT THRU 2468-EXIT
142832                 UNTIL WS-OJ-BROWSE-DONE
142833         WHEN '23'
142834             CONTINUE
142835         WHEN OTHER
142836             MOVE '2467-FIND-OPEN-REJECT, ' TO WS-ABORT-MSG-PGRPH
142837             MOVE 'POSITIONING OPEN-REJ, ' TO WS-ABORT-MSG-EDESC
142838             MOVE WS-OPJFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
142839             MOVE 2444 TO RETURN-CODE
142840             PERFORM 9999-ABORT THRU 9999-EXIT
142841     END-EVALUATE
142842
142843     .
142844 2467-EXIT.
142845     EXIT.
142846*****************************************************************
142847*  TEST ONE OPEN-REJECT RECORD FOR THE EMPLOYEE BEING BROWSED
142848*****************************************************************
142849
142850 2468-TEST-ONE-OPEN-REJECT.
142851     READ OPEN-REJ NEXT RECORD
142852         AT END
142853             CONTINUE
142854     END-READ
142855
142856     EVALUATE WS-OPJFILE-STATUS-CODE
142857         WHEN '00'
142858             CONTINUE
142859         WHEN '10'
142860             SET WS-OJ-BROWSE-DONE TO TRUE
142861             GO TO 2468-EXIT
142862         WHEN OTHER
142863             MOVE '2468-TEST-ONE-OPEN-REJ, ' TO WS-ABORT-MSG-PGRPH
142864             MOVE 'BROWSING OPEN-REJ, ' TO WS-ABORT-MSG-EDESC
142865             MOVE WS-OPJFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
142866             MOVE 2445 TO RETURN-CODE
142867             PERFORM 9999-ABORT THRU 9999-EXIT
142868     END-EVALUATE
142869
142870     IF OJ-EMPLOYEE-ID NOT = WS-OJ-BROWSE-EMP-ID OR
142871        OJ-RECORD-TYPE NOT = WS-OJ-BROWSE-REC-TYPE THEN
142872         SET WS-OJ-BROWSE-DONE TO TRUE
142873         GO TO 2468-EXIT
142874     END-IF
142875
142876*************** THE HR MATCH RE-REJECTS ON A RESTART - A REJECT
142877*************** ALREADY ON FILE UNDER THIS CYCLE AND ORDINAL IS
142878*************** NOT RECORDED TWICE.
142879     IF OJ-LAST-RUN-NUMBER = WS-CYCLE-RUN-NUMBER AND
142880        OJ-LAST-REJECT-SEQ = WS-OJ-MATCH-SEQ THEN
142881         SET WS-OJ-ALREADY-RECORDED TO TRUE
142882         SET WS-OJ-BROWSE-DONE TO TRUE
142883         GO TO 2468-EXIT
142884     END-IF
142885
142886*************** ONLY AN EARLIER RUN'S REJECT CAN BE RESENT OR
142887*************** CORRECTED - TWO SPLITS IN ONE FEED STAY APART.
142888     IF WS-OJ-NO-MATCH AND OJ-OPEN AND
142889        OJ-SOURCE-SYSTEM = WS-FEED-HDR-SOURCE AND
142890        OJ-LAST-RUN-NUMBER < WS-CYCLE-RUN-NUMBER THEN
142891         SET WS-OJ-CANDIDATE-FOUND TO TRUE
142892         MOVE OJ-KEY TO WS-OJ-CANDIDATE-KEY
142893     END-IF
142894
142895     .
142896 2468-EXIT.
142897     EXIT.
142900*****************************************************************
143000*  PRINT STATE SUBTOTAL BREAK
143100*****************************************************************
143852
143944     MOVE WS-STATE-SUBTOTAL-REC     TO OUT-RECORD
144036     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
144040     MOVE WS-RUN-ST-SUB-SOCSEC      TO WDL-SOCSEC
144050     MOVE WS-RUN-ST-SUB-MEDICARE    TO WDL-MEDICARE
144060     MOVE WS-RUN-ST-SUB-LOCALTX     TO WDL-LOCALTX
144070     MOVE WS-RUN-ST-SUB-401K        TO WDL-401K
144080     MOVE WS-RUN-ST-SUB-GARNISH     TO WDL-GARNISH
144090     PERFORM 2403-WRITE-DEDUCTION-LINE THRU 2403-EXIT
144128
144220     MOVE WS-C-DOUBLE-BLANK-LINE    TO OUT-RECORD
144312     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
144864     INITIALIZE WS-RUN-ST-SUB-FEDTX
144956     INITIALIZE WS-RUN-ST-SUB-STATETX
145048     INITIALIZE WS-RUN-ST-SUB-NET
145050     INITIALIZE WS-RUN-ST-SUB-SOCSEC
145052     INITIALIZE WS-RUN-ST-SUB-MEDICARE
145054     INITIALIZE WS-RUN-ST-SUB-LOCALTX
145056     INITIALIZE WS-RUN-ST-SUB-401K
145058     INITIALIZE WS-RUN-ST-SUB-GARNISH
145060     INITIALIZE WS-RUN-ST-SUB-CHILDSUP
145062     INITIALIZE WS-RUN-ST-SUB-CREDGARN
145064
145070*************** A CHANGE OF COMPANY, OR THE END OF THE RUN, ALSO
145076*************** CLOSES THE COMPANY'S BANK BATCH AND GL ENTRIES.
145082     IF WS-SORT-EOF OR
145088        SR-COMPANY-CODE NOT = WS-CURRENT-COMPANY THEN
145094         PERFORM 2520-PRINT-COMPANY-TOTAL THRU 2520-EXIT
145100         IF NOT WS-SORT-EOF THEN
145106             PERFORM 2530-START-COMPANY THRU 2530-EXIT
145112         END-IF
145118     END-IF
145124
145140     MOVE SR-STATE-CODE TO WS-CURRENT-STATE-GROUP
145232
145324     PERFORM 2510-WRITE-CHECKPOINT THRU 2510-EXIT
145624     IF WS-RUN-ST-SUB-GROSS = ZERO AND
145626        WS-RUN-ST-SUB-FEDTX = ZERO AND
145628        WS-RUN-ST-SUB-STATETX = ZERO AND
145629        WS-RUN-ST-SUB-SOCSEC = ZERO AND
145630        WS-RUN-ST-SUB-MEDICARE = ZERO AND
145631        WS-RUN-ST-SUB-LOCALTX = ZERO AND
145632        WS-RUN-ST-SUB-401K = ZERO AND
145633        WS-RUN-ST-SUB-GARNISH = ZERO AND
145634        WS-RUN-ST-SUB-NET = ZERO THEN
145635         GO TO 2550-EXIT
145636     END-IF
145637
145638     MOVE SPACES                 TO WS-GL-DETAIL
145640     MOVE 'D'                    TO WGL-D-RECORD-TYPE
145642     MOVE WS-RUN-DATE            TO WGL-D-RUN-DATE
145643     MOVE WS-PAY-DATE            TO WGL-D-PAY-DATE
145644     MOVE WS-CURRENT-STATE-GROUP TO WGL-D-STATE-CODE
145645     MOVE CT-GL-COMPANY (CT-NDX) TO WGL-D-COMPANY
145646
145648*************** BONUS EXPENSE DEBIT FOR THE GROSS
145650     MOVE WS-C-GL-EXPENSE-ACCT   TO WGL-D-ACCOUNT
145658
145660*************** WITHHOLDING AND NET-PAY CREDITS
145662     MOVE WS-C-GL-FEDTX-ACCT     TO WGL-D-ACCOUNT
145663     MOVE 'C'                    TO WS-GL-NORMAL-DR-CR
145664     MOVE WS-RUN-ST-SUB-FEDTX    TO WS-GL-WORK-AMOUNT
145665     PERFORM 2560-WRITE-ONE-GL-AMOUNT THRU 2560-EXIT
145666
145667     MOVE WS-C-GL-STATETX-ACCT   TO WGL-D-ACCOUNT
145668     MOVE WS-RUN-ST-SUB-STATETX  TO WS-GL-WORK-AMOUNT
145669     PERFORM 2560-WRITE-ONE-GL-AMOUNT THRU 2560-EXIT
145670
145671     MOVE WS-C-GL-SOCSEC-ACCT    TO WGL-D-ACCOUNT
145672     MOVE WS-RUN-ST-SUB-SOCSEC   TO WS-GL-WORK-AMOUNT
145673     PERFORM 2560-WRITE-ONE-GL-AMOUNT THRU 2560-EXIT
145674
145675     MOVE WS-C-GL-MEDICARE-ACCT  TO WGL-D-ACCOUNT
145676     MOVE WS-RUN-ST-SUB-MEDICARE TO WS-GL-WORK-AMOUNT
145677     PERFORM 2560-WRITE-ONE-GL-AMOUNT THRU 2560-EXIT
145678
145679     MOVE WS-C-GL-LOCALTX-ACCT   TO WGL-D-ACCOUNT
145680     MOVE WS-RUN-ST-SUB-LOCALTX  TO WS-GL-WORK-AMOUNT
145681     PERFORM 2560-WRITE-ONE-GL-AMOUNT THRU 2560-EXIT
145682
145683*************** DEDUCTION PAYABLES - 401(K) TRUSTEE, CHILD
145684*************** SUPPORT AND CREDITOR GARNISHMENT PAYEES, EACH ON
145685*************** ITS OWN ACCOUNT, CLEARED BY LAB37 REMITTANCE
145686     MOVE WS-C-GL-401K-ACCT      TO WGL-D-ACCOUNT
145687     MOVE WS-RUN-ST-SUB-401K     TO WS-GL-WORK-AMOUNT
145688     PERFORM 2560-WRITE-ONE-GL-AMOUNT THRU 2560-EXIT
145689
145690     MOVE WS-C-GL-CHILDSUP-ACCT  TO WGL-D-ACCOUNT
145691     MOVE WS-RUN-ST-SUB-CHILDSUP TO WS-GL-WORK-AMOUNT
145692     PERFORM 2560-WRITE-ONE-GL-AMOUNT THRU 2560-EXIT
145693
145694     MOVE WS-C-GL-CREDGARN-ACCT  TO WGL-D-ACCOUNT
145695     MOVE WS-RUN-ST-SUB-CREDGARN TO WS-GL-WORK-AMOUNT
145696     PERFORM 2560-WRITE-ONE-GL-AMOUNT THRU 2560-EXIT
145697
145698     MOVE WS-C-GL-NETPAY-ACCT    TO WGL-D-ACCOUNT
145699     MOVE WS-RUN-ST-SUB-NET      TO WS-GL-WORK-AMOUNT
145700     PERFORM 2560-WRITE-ONE-GL-AMOUNT THRU 2560-EXIT
145701
145702     .
145703 2550-EXIT.
145704     EXIT.
145705*****************************************************************
145706*  WRITE ONE JOURNAL AMOUNT.  A MONTH OF REVERSALS CAN DRIVE A
145707*  STATE SUBTOTAL NEGATIVE - THE FEED AMOUNT IS UNSIGNED, SO A
145708*  NEGATIVE AMOUNT IS BOOKED AS ITS ABSOLUTE VALUE WITH THE
145709*  OPPOSITE DEBIT/CREDIT FLAG, KEEPING THE JOURNAL BALANCED IN
145710*  DIRECTION AS WELL AS MAGNITUDE.
145711*****************************************************************
145712
145713 2560-WRITE-ONE-GL-AMOUNT.
145714     IF WS-GL-WORK-AMOUNT < ZERO THEN
145715         COMPUTE WS-GL-WORK-AMOUNT = ZERO - WS-GL-WORK-AMOUNT
145716         IF WS-GL-NORMAL-DR-CR = 'D' THEN
145718             MOVE 'C' TO WGL-D-DR-CR
145720         ELSE
145739     MOVE 'G'               TO DGJ-FEED-CODE
145740     MOVE WS-GL-DETAIL      TO DGJ-IMAGE
145741     PERFORM 8990-WRITE-DGJ-RECORD THRU 8990-EXIT
145742
145743     IF WGL-D-DR-CR = 'D' THEN
145744         ADD WS-GL-WORK-AMOUNT TO WS-GL-DEBITS,
145745                                  CY-GL-DEBITS (CY-NDX)
145746     ELSE
145747         ADD WS-GL-WORK-AMOUNT TO WS-GL-CREDITS,
145748                                  CY-GL-CREDITS (CY-NDX)
145750     END-IF
145752
145754     .
146100
146200 2510-WRITE-CHECKPOINT.
146300     MOVE WS-CURRENT-STATE-GROUP TO CHKPT-STATE-CODE
146333     MOVE WS-CURRENT-COMPANY     TO CHKPT-COMPANY-CODE
146366     MOVE COMPANY-TOTALS         TO CHKPT-COMPANY-TOTALS
146400     MOVE WS-REC-IN              TO CHKPT-REC-IN
146500     MOVE WS-REC-OUT             TO CHKPT-REC-OUT
146600     MOVE WS-REC-EXCEPTION       TO CHKPT-REC-EXCEPTION
147480     MOVE WS-ADJ-NET             TO CHKPT-ADJ-NET
147490     MOVE WS-GL-DEBITS           TO CHKPT-GL-DEBITS
147495     MOVE WS-GL-CREDITS          TO CHKPT-GL-CREDITS
147496     MOVE WS-RUN-GTOT-SOCSEC     TO CHKPT-GTOT-SOCSEC
147497     MOVE WS-RUN-GTOT-MEDICARE   TO CHKPT-GTOT-MEDICARE
147498     MOVE WS-RUN-ST-SUB-SOCSEC   TO CHKPT-SUB-SOCSEC
147499     MOVE WS-RUN-ST-SUB-MEDICARE TO CHKPT-SUB-MEDICARE
147505     MOVE WS-RUN-GTOT-LOCALTX    TO CHKPT-GTOT-LOCALTX
147511     MOVE WS-RUN-ST-SUB-LOCALTX  TO CHKPT-SUB-LOCALTX
147517     MOVE WS-RUN-GTOT-401K       TO CHKPT-GTOT-401K
147524     MOVE WS-RUN-GTOT-GARNISH    TO CHKPT-GTOT-GARNISH
147530     MOVE WS-RUN-ST-SUB-401K     TO CHKPT-SUB-401K
147536     MOVE WS-RUN-ST-SUB-GARNISH  TO CHKPT-SUB-GARNISH
147543     MOVE WS-RUN-GTOT-CHILDSUP   TO CHKPT-GTOT-CHILDSUP
147549     MOVE WS-RUN-GTOT-CREDGARN   TO CHKPT-GTOT-CREDGARN
147555     MOVE WS-RUN-ST-SUB-CHILDSUP TO CHKPT-SUB-CHILDSUP
147562     MOVE WS-RUN-ST-SUB-CREDGARN TO CHKPT-SUB-CREDGARN
147568     MOVE WS-CYCLE-RUN-NUMBER    TO CHKPT-CYCLE-RUN-NUMBER
147574     MOVE WS-OJ-ADDED-COUNT      TO CHKPT-OJ-ADDED
147581     MOVE WS-OJ-RESUBMIT-COUNT   TO CHKPT-OJ-RESUBMITTED
147587     MOVE WS-OJ-CORRECTED-COUNT  TO CHKPT-OJ-CORRECTED
147593
147600     WRITE CHKPT-RECORD
147700     IF WS-CHKFILE-STATUS-CODE = '00' THEN
147800         CONTINUE
148600
148700     .
148800 2510-EXIT.
148802     EXIT.
148804*****************************************************************
148806*  PRINT THE COMPANY TOTAL AND CLOSE THE COMPANY'S BANK BATCH
148808*  AND GL ENTRIES WITH THEIR CONTROL RECORDS
148810*****************************************************************
148812
148814 2520-PRINT-COMPANY-TOTAL.
148816     MOVE WS-CURRENT-COMPANY          TO WS-CTR-COMPANY
148818     MOVE CY-GROSS (CY-NDX)           TO WS-CTR-GROSS
148820     MOVE CY-FEDTX (CY-NDX)           TO WS-CTR-FEDTX
148822     MOVE CY-STATETX (CY-NDX)         TO WS-CTR-STATETX
148824     MOVE CY-NET (CY-NDX)             TO WS-CTR-NET
148826
148828     MOVE WS-COMPANY-TOTAL-REC        TO OUT-RECORD
148830     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
148831     MOVE CY-SOCSEC (CY-NDX)          TO WDL-SOCSEC
148832     MOVE CY-MEDICARE (CY-NDX)        TO WDL-MEDICARE
148833     MOVE CY-LOCALTX (CY-NDX)         TO WDL-LOCALTX
148834     MOVE CY-401K (CY-NDX)            TO WDL-401K
148835     MOVE CY-GARNISH (CY-NDX)         TO WDL-GARNISH
148836     PERFORM 2403-WRITE-DEDUCTION-LINE THRU 2403-EXIT
148837
148838     MOVE WS-C-DOUBLE-BLANK-LINE      TO OUT-RECORD
148839     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
148840     ADD +3 TO WS-DETAIL-LINE-CTR
148841
148842     MOVE WS-CURRENT-COMPANY          TO WDB-C-COMPANY-CODE
148844     MOVE CY-DISB-COUNT (CY-NDX)      TO WDB-C-RECORD-COUNT
148846     MOVE CY-DISB-NET (CY-NDX)        TO WDB-C-TOTAL-NET
148848     MOVE WS-DISB-BATCH-CONTROL       TO DISB-RECORD
148850     PERFORM 8950-WRITE-DISB-RECORD THRU 8950-EXIT
148852     MOVE 'D'                         TO DGJ-FEED-CODE
148854     MOVE WS-DISB-BATCH-CONTROL       TO DGJ-IMAGE
148856     PERFORM 8990-WRITE-DGJ-RECORD THRU 8990-EXIT
148858
148860     MOVE CT-GL-COMPANY (CT-NDX)      TO WGL-C-COMPANY
148862     MOVE CY-GL-DEBITS (CY-NDX)       TO WGL-C-TOTAL-DEBITS
148864     MOVE CY-GL-CREDITS (CY-NDX)      TO WGL-C-TOTAL-CREDITS
148866     MOVE WS-GL-COMPANY-CONTROL       TO GL-RECORD
148868     PERFORM 8960-WRITE-GL-RECORD THRU 8960-EXIT
148870     MOVE 'G'                         TO DGJ-FEED-CODE
148872     MOVE WS-GL-COMPANY-CONTROL       TO DGJ-IMAGE
148874     PERFORM 8990-WRITE-DGJ-RECORD THRU 8990-EXIT
148876
148878     .
148880 2520-EXIT.
148882     EXIT.
148884*****************************************************************
148886*  OPEN A COMPANY - LOOK IT UP, WRITE ITS BANK BATCH HEADER AND
148888*  START ITS REPORT SECTION ON A NEW PAGE UNDER ITS OWN NAME
148890*****************************************************************
148892
148894 2530-START-COMPANY.
148896     MOVE SR-COMPANY-CODE             TO WS-CURRENT-COMPANY
148898     MOVE WS-CURRENT-COMPANY          TO WS-COMPANY-KEY
148900     PERFORM 1457-FIND-COMPANY THRU 1457-EXIT
148902     IF NOT WS-COMPANY-FOUND THEN
148904         MOVE '2530-START-COMPANY, ' TO WS-ABORT-MSG-PGRPH
148906         MOVE '- COMPANY NOT ON TABLE, ' TO WS-ABORT-MSG-EDESC
148908         MOVE '  ' TO WS-ABORT-MSG-SYSRC
148910         MOVE 2530 TO RETURN-CODE
148912         PERFORM 9999-ABORT THRU 9999-EXIT
148914     END-IF
148916
148918     MOVE CT-COMPANY-NAME (CT-NDX)    TO WS-RH1-REPT-TITLE
148920
148922     MOVE WS-CURRENT-COMPANY          TO WDB-B-COMPANY-CODE
148924     MOVE CT-COMPANY-NAME (CT-NDX)    TO WDB-B-COMPANY-NAME
148926     MOVE CT-FEDERAL-ID (CT-NDX)      TO WDB-B-FEDERAL-ID
148928     MOVE CT-BANK-ROUTING (CT-NDX)    TO WDB-B-ROUTING-NUMBER
148930     MOVE CT-BANK-ACCOUNT (CT-NDX)    TO WDB-B-ACCOUNT-NUMBER
148932     MOVE WS-RUN-DATE                 TO WDB-B-RUN-DATE
148933     MOVE WS-PAY-DATE                 TO WDB-B-PAY-DATE
148934     MOVE WS-DISB-BATCH-HEADER        TO DISB-RECORD
148936     PERFORM 8950-WRITE-DISB-RECORD THRU 8950-EXIT
148938     MOVE 'D'                         TO DGJ-FEED-CODE
148940     MOVE WS-DISB-BATCH-HEADER        TO DGJ-IMAGE
148942     PERFORM 8990-WRITE-DGJ-RECORD THRU 8990-EXIT
148944
148946     COMPUTE WS-DETAIL-LINE-CTR = WS-C-MAX-PAGE-LINES + 1
148948
148950     .
148952 2530-EXIT.
148954     EXIT.
149000*****************************************************************
149100*  PRINT GRAND TOTAL FOOTER
149200*****************************************************************
149900
150000     MOVE WS-GRAND-TOTAL-REC      TO OUT-RECORD
150100     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
150110     MOVE WS-RUN-GTOT-SOCSEC      TO WDL-SOCSEC
150120     MOVE WS-RUN-GTOT-MEDICARE    TO WDL-MEDICARE
150130     MOVE WS-RUN-GTOT-LOCALTX     TO WDL-LOCALTX
150140     MOVE WS-RUN-GTOT-401K        TO WDL-401K
150150     MOVE WS-RUN-GTOT-GARNISH     TO WDL-GARNISH
150160     PERFORM 2403-WRITE-DEDUCTION-LINE THRU 2403-EXIT
150200
150300     .
150400 2600-EXIT.
150565     PERFORM 2665-CHECK-DEPT-BUDGET THRU 2665-EXIT
150566     MOVE WS-DEPT-SUBTOTAL-REC  TO OUT-RECORD
150568     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
150569     MOVE DS-SOCSEC (DS-NDX)    TO WDL-SOCSEC
150571     MOVE DS-MEDICARE (DS-NDX)  TO WDL-MEDICARE
150574     MOVE DS-LOCALTX (DS-NDX)   TO WDL-LOCALTX
150577     MOVE DS-401K (DS-NDX)      TO WDL-401K
150580     MOVE DS-GARNISH (DS-NDX)   TO WDL-GARNISH
150583     PERFORM 2403-WRITE-DEDUCTION-LINE THRU 2403-EXIT
150585     SET DS-NDX UP BY 1
150588
150591     .
150594 2660-EXIT.
150597     EXIT.
150600*****************************************************************
150700*  BUILD DATE & TIME STRINGS
150800*****************************************************************
153320     MOVE SPACES              TO WS-CTLRPT-DETAIL
153330     MOVE 'RUN NUMBER            :' TO WCD-LABEL
153340     MOVE WS-RUN-NUMBER        TO WCD-COUNT
153341     MOVE WS-CTLRPT-DETAIL     TO CTL-RECORD
153342     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
153344
153345*************** A RESTARTED CYCLE KEEPS THE RUN NUMBER IT FIRST
153347*************** DREW ON EVERYTHING IT WRITES - HISTORY, SUSPENSE,
153348*************** CHECK QUEUE AND TAKES - SO THAT IS THE NUMBER TO
153350*************** KEY ON RELEASE TRANSACTIONS.
153351     IF WS-CYCLE-RUN-NUMBER NOT = WS-RUN-NUMBER THEN
153352         MOVE SPACES              TO WS-CTLRPT-DETAIL
153354         MOVE 'CYCLE RUN NUMBER      :' TO WCD-LABEL
153355         MOVE WS-CYCLE-RUN-NUMBER TO WCD-COUNT
153357         MOVE WS-CTLRPT-DETAIL    TO CTL-RECORD
153358         PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
153360     END-IF
153361
153362     MOVE SPACES TO WS-CTLRPT-BALANCE-LINE
153363     STRING 'SETTINGS IN EFFECT FOR ' DELIMITED BY SIZE
153364         WS-C-FEED-TITLE DELIMITED BY SIZE
153365         INTO WCB-MESSAGE
153366     MOVE WS-CTLRPT-BALANCE-LINE TO CTL-RECORD
153367     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
153383     MOVE WS-C-MAX-PAGE-LINES  TO WCD-COUNT
153384     MOVE WS-CTLRPT-DETAIL     TO CTL-RECORD
153385     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
153386
153387     MOVE SPACES              TO WS-CTLRPT-DETAIL
153388     MOVE 'PAY LEAD DAYS         :' TO WCD-LABEL
153389     MOVE WS-C-PAY-LEAD-DAYS   TO WCD-COUNT
153390     MOVE WS-CTLRPT-DETAIL     TO CTL-RECORD
153391     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
153392
153393     MOVE SPACES TO WS-CTLRPT-BALANCE-LINE
153394     STRING 'RUN DATE ' DELIMITED BY SIZE
153395         WS-RUN-DATE DELIMITED BY SIZE
153396         '  BANK PAY DATE ' DELIMITED BY SIZE
153397         WS-PAY-DATE DELIMITED BY SIZE
153398         INTO WCB-MESSAGE
153399     MOVE WS-CTLRPT-BALANCE-LINE TO CTL-RECORD
153400     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
153401
153402     MOVE SPACES              TO WS-CTLRPT-DETAIL
153403     MOVE 'HOLIDAYS SKIPPED      :' TO WCD-LABEL
153404     MOVE WS-HOLIDAYS-SKIPPED  TO WCD-COUNT
153405     MOVE WS-CTLRPT-DETAIL     TO CTL-RECORD
153406     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
153453
153500     MOVE SPACES              TO WS-CTLRPT-DETAIL
153600     MOVE 'TOTAL RECORDS READ    :' TO WCD-LABEL
153700     MOVE WS-REC-IN            TO WCD-COUNT
154700     MOVE SPACES              TO WS-CTLRPT-DETAIL
154800     MOVE 'TOTAL EXCEPTIONS      :' TO WCD-LABEL
154900     MOVE WS-REC-EXCEPTION     TO WCD-COUNT
154920     MOVE WS-CTLRPT-DETAIL     TO CTL-RECORD
154940     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
154960
154980     MOVE SPACES              TO WS-CTLRPT-DETAIL
155000     MOVE 'REJECTS RETURNED      :' TO WCD-LABEL
155020     MOVE WS-RJR-REC-COUNT     TO WCD-COUNT
155040     MOVE WS-CTLRPT-DETAIL     TO CTL-RECORD
155060     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
155080
155100     MOVE SPACES              TO WS-CTLRPT-DETAIL
155120     MOVE 'OPEN REJECTS CORRECTED:' TO WCD-LABEL
155140     MOVE WS-OJ-CORRECTED-COUNT TO WCD-COUNT
155160     MOVE WS-CTLRPT-DETAIL     TO CTL-RECORD
155180     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
155200
155300     COMPUTE WS-REC-OUT-PLUS-EXC = WS-REC-OUT + WS-REC-EXCEPTION
155400
159000     MOVE WS-RUN-GTOT-STATETX   TO WCA-AMOUNT
159100     MOVE WS-CTLRPT-AMOUNT-LINE TO CTL-RECORD
159200     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
159210
159220     MOVE SPACES               TO WS-CTLRPT-AMOUNT-LINE
159230     MOVE 'TOTAL SOCIAL SECURITY  :' TO WCA-LABEL
159240     MOVE WS-RUN-GTOT-SOCSEC    TO WCA-AMOUNT
159250     MOVE WS-CTLRPT-AMOUNT-LINE TO CTL-RECORD
159260     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
159270
159280     MOVE SPACES               TO WS-CTLRPT-AMOUNT-LINE
159290     MOVE 'TOTAL MEDICARE         :' TO WCA-LABEL
159291     MOVE WS-RUN-GTOT-MEDICARE  TO WCA-AMOUNT
159292     MOVE WS-CTLRPT-AMOUNT-LINE TO CTL-RECORD
159293     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
159294
159295     MOVE SPACES               TO WS-CTLRPT-AMOUNT-LINE
159296     MOVE 'TOTAL LOCAL TAX        :' TO WCA-LABEL
159297     MOVE WS-RUN-GTOT-LOCALTX   TO WCA-AMOUNT
159298     MOVE WS-CTLRPT-AMOUNT-LINE TO CTL-RECORD
159299     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
159300
159310     MOVE SPACES               TO WS-CTLRPT-AMOUNT-LINE
159320     MOVE 'TOTAL 401(K) DEFERRED  :' TO WCA-LABEL
159330     MOVE WS-RUN-GTOT-401K      TO WCA-AMOUNT
159340     MOVE WS-CTLRPT-AMOUNT-LINE TO CTL-RECORD
159350     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
159360
159370     MOVE SPACES               TO WS-CTLRPT-AMOUNT-LINE
159380     MOVE 'TOTAL CHILD SUPPORT    :' TO WCA-LABEL
159390     MOVE WS-RUN-GTOT-CHILDSUP  TO WCA-AMOUNT
159391     MOVE WS-CTLRPT-AMOUNT-LINE TO CTL-RECORD
159392     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
159393
159394     MOVE SPACES               TO WS-CTLRPT-AMOUNT-LINE
159395     MOVE 'TOTAL CREDITOR GARN    :' TO WCA-LABEL
159396     MOVE WS-RUN-GTOT-CREDGARN  TO WCA-AMOUNT
159397     MOVE WS-CTLRPT-AMOUNT-LINE TO CTL-RECORD
159398     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
159399
159400     MOVE SPACES               TO WS-CTLRPT-AMOUNT-LINE
159500     MOVE 'TOTAL NET BONUS        :' TO WCA-LABEL
159600     MOVE WS-RUN-GTOT-NET       TO WCA-AMOUNT
159895     MOVE WS-CTLRPT-AMOUNT-LINE TO CTL-RECORD
159896     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
159897
159898     MOVE SPACES              TO WS-CTLRPT-DETAIL
159899     MOVE 'ACH PRENOTES SENT     :' TO WCD-LABEL
159900     MOVE WS-PRENOTE-COUNT     TO WCD-COUNT
159901     MOVE WS-CTLRPT-DETAIL     TO CTL-RECORD
159902     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
159903
159904*************** THE BANK-FEED ACCUMULATORS ARE CARRIED IN THE
159905*************** CHECKPOINT AND THE DEAD RUN'S FEED RECORDS ARE
159906*************** REPLAYED FROM THE JOURNAL, SO EVEN A RESTARTED
159907*************** RUN FOOTS THE WHOLE CYCLE HERE.
159908     COMPUTE WS-DISB-CHECK =
159909           WS-DISB-NET + WS-HELD-NET + WS-ADJ-NET
159910         + WS-CHKREQ-NET
159911     MOVE SPACES TO WS-CTLRPT-BALANCE-LINE
159912     IF WS-DISB-CHECK NOT = WS-RUN-GTOT-NET THEN
159919         MOVE 'BANK + CHECK + HELD DOES NOT BALANCE TO NET'
159926             TO WCB-MESSAGE
160064     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
160067
160070     COMPUTE WS-RUN-GTOT-CHECK =
160100         WS-RUN-GTOT-FEDTX + WS-RUN-GTOT-STATETX
160110       + WS-RUN-GTOT-SOCSEC + WS-RUN-GTOT-MEDICARE
160115       + WS-RUN-GTOT-LOCALTX
160117       + WS-RUN-GTOT-401K + WS-RUN-GTOT-GARNISH
160120       + WS-RUN-GTOT-NET
160200
160300     MOVE SPACES TO WS-CTLRPT-BALANCE-LINE
160400     IF WS-RUN-GTOT-GROSS NOT = WS-RUN-GTOT-CHECK THEN
160500         MOVE 'GROSS DOES NOT EQUAL TAXES + FICA + DEDNS + NET'
160600             TO WCB-MESSAGE
160700         IF RETURN-CODE = 0 THEN
160800             MOVE 97 TO RETURN-CODE
160900         END-IF
161000     ELSE
161100         MOVE 'GROSS BALANCES TO TAXES + FICA + DEDNS + NET'
161200             TO WCB-MESSAGE
161300     END-IF
161400     MOVE WS-CTLRPT-BALANCE-LINE TO CTL-RECORD
161500     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
161550
161560     PERFORM 3100-REPORT-BUDGET-BREACHES THRU 3100-EXIT
161580     PERFORM 3200-REPORT-DUP-SUSPECTS THRU 3200-EXIT
161590     PERFORM 3300-REPORT-COMPANY-TOTALS THRU 3300-EXIT
161600
161700     .
161800 3000-EXIT.
172909     MOVE 'T'                TO WDB-T-RECORD-TYPE
172912     MOVE WS-DISB-REC-COUNT  TO WDB-T-RECORD-COUNT
172915     MOVE WS-DISB-NET        TO WDB-T-TOTAL-NET
172916     MOVE WS-PRENOTE-COUNT   TO WDB-T-PRENOTE-COUNT
172918     MOVE WS-DISB-TRAILER    TO DISB-RECORD
172921     PERFORM 8950-WRITE-DISB-RECORD THRU 8950-EXIT
172924
173098     PERFORM 4200-CLOSE-SUSPENSE THRU 4200-EXIT
173099     PERFORM 4300-CLOSE-YTD-JOURNAL THRU 4300-EXIT
173100     PERFORM 4400-CLOSE-ADVICE-REPORT THRU 4400-EXIT
173101     PERFORM 4500-CLOSE-DEDUCTION-FILES THRU 4500-EXIT
173105     PERFORM 4600-CLOSE-REJECT-FILES THRU 4600-EXIT
173110     .
173200 4000-EXIT.
173201     EXIT.
173202*****************************************************************
173203*  CLOSE THE DEDUCTION MASTER AND THE DEDUCTIONS-TAKEN FILE
173204*****************************************************************
173205
173207 4500-CLOSE-DEDUCTION-FILES.
173208     CLOSE DEDN-MASTER
173209     IF WS-DEDFILE-STATUS-CODE = '00' THEN
173210         CONTINUE
173211     ELSE
173212         MOVE '4500-CLOSE-DEDUCTION-FILES, ' TO WS-ABORT-MSG-PGRPH
173214         MOVE 'CLOSING DEDN-MASTER, ' TO WS-ABORT-MSG-EDESC
173215         MOVE WS-DEDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
173216         MOVE 4078 TO RETURN-CODE
173217         PERFORM 9999-ABORT THRU 9999-EXIT
173218     END-IF
173219
173221     CLOSE DEDN-TAKE-FILE
173222     IF WS-DTKFILE-STATUS-CODE = '00' THEN
173223         CONTINUE
173224     ELSE
173225         MOVE '4500-CLOSE-DEDUCTION-FILES, ' TO WS-ABORT-MSG-PGRPH
173226         MOVE 'CLOSING DEDN-TAKE, ' TO WS-ABORT-MSG-EDESC
173228         MOVE WS-DTKFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
173229         MOVE 4079 TO RETURN-CODE
173230         PERFORM 9999-ABORT THRU 9999-EXIT
173231     END-IF
173232
173233     CLOSE CHKQ-FILE
173235     IF WS-CHQFILE-STATUS-CODE = '00' THEN
173236         CONTINUE
173237     ELSE
173238         MOVE '4500-CLOSE-DEDUCTION-FILES, ' TO WS-ABORT-MSG-PGRPH
173239         MOVE 'CLOSING CHKQ-FILE, ' TO WS-ABORT-MSG-EDESC
173240         MOVE WS-CHQFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
173242         MOVE 4080 TO RETURN-CODE
173243         PERFORM 9999-ABORT THRU 9999-EXIT
173244     END-IF
173245
173246     .
173247 4500-EXIT.
173249     EXIT.
173250*****************************************************************
173251*  TRAIL AND CLOSE THE REJECT-RETURN FILE; CLOSE THE OPEN-REJECT
173252*  FILE
173253*****************************************************************
173254
173256 4600-CLOSE-REJECT-FILES.
173257     MOVE SPACES              TO REJRTN-RECORD
173258     SET RR-TRAILER           TO TRUE
173259     MOVE WS-FEED-HDR-SOURCE  TO RR-SOURCE-SYSTEM
173260     MOVE WS-FEED-HDR-DATE    TO RR-FEED-DATE
173261     MOVE WS-RUN-DATE         TO RR-RUN-DATE
173263     MOVE WS-CYCLE-RUN-NUMBER TO RR-RUN-NUMBER
173264     MOVE WS-RJR-REC-COUNT    TO RR-RECORD-COUNT
173265     MOVE WS-RJR-AMOUNT-TOTAL TO RR-AMOUNT-TOTAL
173266     PERFORM 8975-WRITE-REJRTN-RECORD THRU 8975-EXIT
173267
173268     CLOSE REJ-RETURN
173270     IF WS-RJRFILE-STATUS-CODE = '00' THEN
173271         CONTINUE
173272     ELSE
173273         MOVE '4600-CLOSE-REJECT-FILES, ' TO WS-ABORT-MSG-PGRPH
173274         MOVE 'CLOSING REJ-RETURN, ' TO WS-ABORT-MSG-EDESC
173275         MOVE WS-RJRFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
173277         MOVE 4081 TO RETURN-CODE
173278         PERFORM 9999-ABORT THRU 9999-EXIT
173279     END-IF
173280
173281     CLOSE OPEN-REJ
173282     IF WS-OPJFILE-STATUS-CODE = '00' THEN
173284         CONTINUE
173285     ELSE
173286         MOVE '4600-CLOSE-REJECT-FILES, ' TO WS-ABORT-MSG-PGRPH
173287         MOVE 'CLOSING OPEN-REJ, ' TO WS-ABORT-MSG-EDESC
173288         MOVE WS-OPJFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
173289         MOVE 4082 TO RETURN-CODE
173291         PERFORM 9999-ABORT THRU 9999-EXIT
173292     END-IF
173293
173294     DISPLAY 'REJECT-RETURN FILE CARRIES ' WS-RJR-REC-COUNT
173295         ' REJECT(S) FOR SOURCE ' WS-FEED-HDR-SOURCE
173296     DISPLAY 'OPEN REJECTS ADDED ' WS-OJ-ADDED-COUNT
173298         ' RESENT ' WS-OJ-RESUBMIT-COUNT
173299         ' CORRECTED ' WS-OJ-CORRECTED-COUNT
173300
173301     .
173302 4600-EXIT.
173303     EXIT.
173305*****************************************************************
173310*  WRITE ONE HELD BONUS TO THE SUSPENSE FILE - EVERYTHING LAB30
173315*  NEEDS TO PAY OR REVERSE IT AFTER THE MANAGER DECIDES
173330 2417-WRITE-SUSPENSE.
173335     MOVE SPACES                 TO SUSP-RECORD
173340     MOVE SR-EMPLOYEE-ID         TO SU-EMPLOYEE-ID
173345     MOVE WS-CYCLE-RUN-NUMBER    TO SU-RUN-NUMBER
173350     MOVE WS-RUN-DATE            TO SU-RUN-DATE
173355     MOVE SR-LAST-NAME           TO SU-LAST-NAME
173360     MOVE SR-FIRST-NAME          TO SU-FIRST-NAME
173395     MOVE WS-FED-TAX-AMT-C3      TO SU-FEDTX
173400     MOVE WS-STATE-TAX-AMT-C3    TO SU-STATETX
173405     MOVE WS-NET-BONUS-AMT-C3    TO SU-NET
173406     MOVE WS-SOCSEC-AMT-C3       TO SU-SOCSEC
173407     MOVE WS-MEDICARE-AMT-C3     TO SU-MEDICARE
173408     MOVE WS-LOCALTX-AMT-C3      TO SU-LOCALTX
173409     MOVE SR-COMPANY-CODE        TO SU-COMPANY-CODE
173410     MOVE ' '                    TO SU-STATUS
173415     MOVE SPACES                 TO SU-OUTCOME-DATE
173416     IF WS-DUP-SUSPECT THEN
173417         SET SU-HELD-DUPLICATE   TO TRUE
173418     ELSE
173419         SET SU-HELD-OVER-LIMIT  TO TRUE
173420     END-IF
173422     PERFORM 8930-WRITE-SUSP-RECORD THRU 8930-EXIT
173425
173430     .
173435 2417-EXIT.
179700     EXIT.
179800
179825*****************************************************************
179826*  OPEN THE REJECT-RETURN FILE AND WRITE ITS HEADER; OPEN THE
179827*  OPEN-REJECT FILE
179828*****************************************************************
179829
179830 1088-OPEN-REJECT-FILES.
179831*************** THE RETURN FILE GOES BACK TO THE SOURCE SYSTEM ON
179832*************** THE FEED HEADER.  IT OPENS BEFORE THE JOURNAL
179833*************** REPLAY SO A RESTART'S REPLAYED REJECTS FOLLOW THE
179834*************** HEADER.
179835     OPEN OUTPUT REJ-RETURN
179836     IF WS-RJRFILE-STATUS-CODE = '00' THEN
179837         CONTINUE
179838     ELSE
179839         MOVE '1088-OPEN-REJECT-FILES, ' TO WS-ABORT-MSG-PGRPH
179840         MOVE 'OPENING REJ-RETURN, ' TO WS-ABORT-MSG-EDESC
179841         MOVE WS-RJRFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
179842         MOVE 1114 TO RETURN-CODE
179843         PERFORM 9999-ABORT THRU 9999-EXIT
179844     END-IF
179845
179846     MOVE SPACES              TO REJRTN-RECORD
179847     SET RR-HEADER            TO TRUE
179848     MOVE WS-FEED-HDR-SOURCE  TO RR-SOURCE-SYSTEM
179849     MOVE WS-FEED-HDR-DATE    TO RR-FEED-DATE
179850     MOVE WS-RUN-DATE         TO RR-RUN-DATE
179851     MOVE WS-CYCLE-RUN-NUMBER TO RR-RUN-NUMBER
179852     PERFORM 8975-WRITE-REJRTN-RECORD THRU 8975-EXIT
179853
179854*************** THE OPEN-REJECT FILE IS KEPT ACROSS RUNS.
179855     OPEN I-O OPEN-REJ
179856     IF WS-OPJFILE-STATUS-CODE = '35' THEN
179857         OPEN OUTPUT OPEN-REJ
179858         CLOSE OPEN-REJ
179859         OPEN I-O OPEN-REJ
179860     END-IF
179861     IF WS-OPJFILE-STATUS-CODE = '00' THEN
179862         CONTINUE
179863     ELSE
179864         MOVE '1088-OPEN-REJECT-FILES, ' TO WS-ABORT-MSG-PGRPH
179865         MOVE 'OPENING OPEN-REJ, ' TO WS-ABORT-MSG-EDESC
179866         MOVE WS-OPJFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
179867         MOVE 1115 TO RETURN-CODE
179868         PERFORM 9999-ABORT THRU 9999-EXIT
179869     END-IF
179870
179871     .
179872 1088-EXIT.
179873     EXIT.
179874*****************************************************************
179882*  OPEN THE FEED JOURNAL - ON A RESTART, REPLAY THE DEAD RUN'S
179891*  BANK AND GL DETAILS INTO THIS RUN'S GENERATIONS FIRST
179900*****************************************************************
179925
179950 1090-REPLAY-FEED-JOURNAL.
181225         WHEN DGJ-GL-DETAIL
181250             MOVE DGJ-IMAGE TO GL-RECORD
181275             PERFORM 8960-WRITE-GL-RECORD THRU 8960-EXIT
181280         WHEN DGJ-DEDN-DETAIL
181285             MOVE DGJ-IMAGE TO DEDN-TAKE-RECORD
181290             PERFORM 8995-WRITE-DEDN-TAKE THRU 8995-EXIT
181291         WHEN DGJ-CHKQ-DETAIL
181292             MOVE DGJ-IMAGE TO CHKQ-RECORD
181293             PERFORM 8996-WRITE-CHKQ-RECORD THRU 8996-EXIT
181294         WHEN DGJ-REJECT-RETURN
181295             MOVE DGJ-IMAGE TO REJRTN-RECORD
181296             PERFORM 8975-WRITE-REJRTN-RECORD THRU 8975-EXIT
181300         WHEN OTHER
181325             CONTINUE
181350     END-EVALUATE
183200         MOVE 9065 TO RETURN-CODE
183225         PERFORM 9999-ABORT THRU 9999-EXIT
183250     END-IF
183251
183252     .
183253 8990-EXIT.
183254     EXIT.
183255*****************************************************************
183256*  WRITE DEDUCTION-TAKEN RECORD
183257*****************************************************************
183258
183259 8995-WRITE-DEDN-TAKE.
183260     WRITE DEDN-TAKE-RECORD
183261     IF WS-DTKFILE-STATUS-CODE = '00' THEN
183262         CONTINUE
183263     ELSE
183264         MOVE '8995-WRITE-DEDN-TAKE, ' TO WS-ABORT-MSG-PGRPH
183265         MOVE 'WRITING DEDN-TAKE, ' TO WS-ABORT-MSG-EDESC
183266         MOVE WS-DTKFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
183267         MOVE 9069 TO RETURN-CODE
183268         PERFORM 9999-ABORT THRU 9999-EXIT
183269     END-IF
183270
183271     .
183272 8995-EXIT.
183273     EXIT.
183274*****************************************************************
183275*  WRITE CHECK-REQUEST EXTRACT RECORD
183276*****************************************************************
183277
183278 8996-WRITE-CHKQ-RECORD.
183279     WRITE CHKQ-RECORD
183280     IF WS-CHQFILE-STATUS-CODE = '00' THEN
183281         CONTINUE
183282     ELSE
183283         MOVE '8996-WRITE-CHKQ-RECORD, ' TO WS-ABORT-MSG-PGRPH
183284         MOVE 'WRITING CHKQ-FILE, ' TO WS-ABORT-MSG-EDESC
183285         MOVE WS-CHQFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
183286         MOVE 9070 TO RETURN-CODE
183287         PERFORM 9999-ABORT THRU 9999-EXIT
183288     END-IF
183289
183290     .
183291 8996-EXIT.
183292     EXIT.
183293*****************************************************************
183294*  WRITE REJECT-RETURN RECORD - DETAILS ARE COUNTED AND THEIR
183295*  AMOUNTS TOTALED FOR THE TRAILER
183296*****************************************************************
183297
183298 8975-WRITE-REJRTN-RECORD.
183299     IF RR-DETAIL THEN
183300         MOVE RR-ORIGINAL-RECORD TO WS-RJR-IMAGE
183301         ADD +1 TO WS-RJR-REC-COUNT
183302         IF WS-RJR-AMOUNT IS NUMERIC THEN
183303             ADD WS-RJR-AMOUNT TO WS-RJR-AMOUNT-TOTAL
183304         END-IF
183305     END-IF
183306
183307     WRITE REJRTN-RECORD
183308     IF WS-RJRFILE-STATUS-CODE = '00' THEN
183309         CONTINUE
183310     ELSE
183311         MOVE '8975-WRITE-REJRTN-RECORD, ' TO WS-ABORT-MSG-PGRPH
183312         MOVE 'WRITING REJ-RETURN, ' TO WS-ABORT-MSG-EDESC
183313         MOVE WS-RJRFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
183314         MOVE 9071 TO RETURN-CODE
183315         PERFORM 9999-ABORT THRU 9999-EXIT
183316     END-IF
183317
183318     .
183319 8975-EXIT.
183320     EXIT.
183321*****************************************************************
183322*  READ OPEN-REJECT RECORD BY KEY
183323*****************************************************************
183324
183325 8976-READ-OPEN-REJ.
183326     READ OPEN-REJ
183327     IF WS-OPJFILE-STATUS-CODE = '00' THEN
183328         CONTINUE
183329     ELSE
183330         MOVE '8976-READ-OPEN-REJ, ' TO WS-ABORT-MSG-PGRPH
183331         MOVE 'READING OPEN-REJ, ' TO WS-ABORT-MSG-EDESC
183332         MOVE WS-OPJFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
183333         MOVE 8199 TO RETURN-CODE
183334         PERFORM 9999-ABORT THRU 9999-EXIT
183335     END-IF
183336
183337     .
183338 8976-EXIT.
183339     EXIT.
183340*****************************************************************
183341*  REWRITE OPEN-REJECT RECORD
183342*****************************************************************
183343
183344 8977-REWRITE-OPEN-REJ.
183345     REWRITE OPENREJ-RECORD
183346     IF WS-OPJFILE-STATUS-CODE = '00' THEN
183347         CONTINUE
183348     ELSE
183349         MOVE '8977-REWRITE-OPEN-REJ, ' TO WS-ABORT-MSG-PGRPH
183350         MOVE 'REWRITING OPEN-REJ, ' TO WS-ABORT-MSG-EDESC
183351         MOVE WS-OPJFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
183352         MOVE 9072 TO RETURN-CODE
183353         PERFORM 9999-ABORT THRU 9999-EXIT
183354     END-IF
183355
183356     .
183357 8977-EXIT.
183358     EXIT.
183359*****************************************************************
183360*  WRITE NEW OPEN-REJECT RECORD
183361*****************************************************************
183362
183363 8978-WRITE-OPEN-REJ.
183364     WRITE OPENREJ-RECORD
183365     IF WS-OPJFILE-STATUS-CODE = '00' THEN
183366         CONTINUE
183367     ELSE
183368         MOVE '8978-WRITE-OPEN-REJ, ' TO WS-ABORT-MSG-PGRPH
183369         MOVE 'WRITING OPEN-REJ, ' TO WS-ABORT-MSG-EDESC
183370         MOVE WS-OPJFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
183371         MOVE 9073 TO RETURN-CODE
183372         PERFORM 9999-ABORT THRU 9999-EXIT
183373     END-IF
183374
183375     .
183376 8978-EXIT.
183377     EXIT.
183378
183379*****************************************************************
183383*  OPEN THE YTD UPDATE JOURNAL - KEPT ACROSS RUNS, LIKE THE
183387*  SUSPENSE FILE, SO THE MASTER'S WHOLE LIFE IS ON IT
183776 1076-EXIT.
183777     EXIT.
183778*****************************************************************
183779*  LOAD THE COMPANY TABLE - ONE ROW PER LEGAL ENTITY, IN CODE
183780*  ORDER, GIVING ITS NAME, FEDERAL ID, BANK AND GL COMPANY
183781*****************************************************************
183782
183783 1072-LOAD-COMPANY-TABLE.
183784     INITIALIZE COMPANY-TOTALS
183785
183786     OPEN INPUT COMP-FILE
183787     IF WS-CMPFILE-STATUS-CODE NOT = '00' THEN
183788         MOVE '1072-LOAD-COMPANY-TABLE, ' TO WS-ABORT-MSG-PGRPH
183789         MOVE 'OPENING COMP-FILE, ' TO WS-ABORT-MSG-EDESC
183790         MOVE WS-CMPFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
183791         MOVE 1113 TO RETURN-CODE
183792         PERFORM 9999-ABORT THRU 9999-EXIT
183793     END-IF
183794
183795     SET CT-NDX TO 1
183796     PERFORM 8194-READ-COMP-FILE THRU 8194-EXIT
183797
183798     PERFORM 1073-LOAD-ONE-COMPANY THRU 1073-EXIT
183799         UNTIL WS-COMP-EOF
183800
183801     CLOSE COMP-FILE
183802
183803*************** WITHOUT A COMPANY NO BONUS CAN BE PAID OR BOOKED.
183804     IF WS-COMPANY-COUNT = ZERO THEN
183805         MOVE '1072-LOAD-COMPANY-TABLE, ' TO WS-ABORT-MSG-PGRPH
183806         MOVE '- COMPANY TABLE EMPTY, ' TO WS-ABORT-MSG-EDESC
183807         MOVE '  ' TO WS-ABORT-MSG-SYSRC
183808         MOVE 1074 TO RETURN-CODE
183809         PERFORM 9999-ABORT THRU 9999-EXIT
183810     END-IF
183811
183812     .
183813 1072-EXIT.
183814     EXIT.
183815*****************************************************************
183816*  LOAD ONE COMPANY ROW - THE TABLE IS SEARCHED BY KEY, SO THE
183817*  FILE MUST BE IN ASCENDING CODE ORDER WITH NO DUPLICATES
183818*****************************************************************
183819
183820 1073-LOAD-ONE-COMPANY.
183821     IF WS-COMPANY-COUNT NOT < WS-C-COMPANY-TABLE-SIZE THEN
183822         MOVE '1073-LOAD-ONE-COMPANY, ' TO WS-ABORT-MSG-PGRPH
183823         MOVE '- COMPANY TABLE FULL, ' TO WS-ABORT-MSG-EDESC
183824         MOVE '  ' TO WS-ABORT-MSG-SYSRC
183825         MOVE 1072 TO RETURN-CODE
183826         PERFORM 9999-ABORT THRU 9999-EXIT
183827     END-IF
183828     IF CM-COMPANY-CODE NOT > WS-LAST-COMPANY-CODE THEN
183829         MOVE '1073-LOAD-ONE-COMPANY, ' TO WS-ABORT-MSG-PGRPH
183830         MOVE '- COMPANY TABLE OUT OF SEQUENCE, '
183831             TO WS-ABORT-MSG-EDESC
183832         MOVE '  ' TO WS-ABORT-MSG-SYSRC
183833         MOVE 1073 TO RETURN-CODE
183834         PERFORM 9999-ABORT THRU 9999-EXIT
183835     END-IF
183836
183837     MOVE CM-COMPANY-CODE   TO CT-COMPANY-CODE (CT-NDX)
183838     MOVE CM-COMPANY-NAME   TO CT-COMPANY-NAME (CT-NDX)
183839     MOVE CM-FEDERAL-ID     TO CT-FEDERAL-ID (CT-NDX)
183840     MOVE CM-BANK-ROUTING   TO CT-BANK-ROUTING (CT-NDX)
183841     MOVE CM-BANK-ACCOUNT   TO CT-BANK-ACCOUNT (CT-NDX)
183842     MOVE CM-GL-COMPANY     TO CT-GL-COMPANY (CT-NDX)
183843     MOVE CM-COMPANY-CODE   TO WS-LAST-COMPANY-CODE
183844     SET CT-NDX UP BY 1
183845     ADD +1 TO WS-COMPANY-COUNT
183846
183847     PERFORM 8194-READ-COMP-FILE THRU 8194-EXIT
183848
183849     .
183850 1073-EXIT.
183851     EXIT.
183852*****************************************************************
183853*  LOAD THE BANK HOLIDAY CALENDAR - ONE ROW PER OBSERVED HOLIDAY,
183854*  IN DATE ORDER
183855*****************************************************************
183856
183857 1081-LOAD-HOLIDAY-TABLE.
183858     OPEN INPUT HOL-FILE
183859     IF WS-HOLFILE-STATUS-CODE NOT = '00' THEN
183860         MOVE '1081-LOAD-HOLIDAY-TABLE, ' TO WS-ABORT-MSG-PGRPH
183861         MOVE 'OPENING HOL-FILE, ' TO WS-ABORT-MSG-EDESC
183862         MOVE WS-HOLFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
183863         MOVE 1081 TO RETURN-CODE
183864         PERFORM 9999-ABORT THRU 9999-EXIT
183865     END-IF
183866
183867     SET HT-NDX TO 1
183868     PERFORM 8196-READ-HOL-FILE THRU 8196-EXIT
183869
183870     PERFORM 1082-LOAD-ONE-HOLIDAY THRU 1082-EXIT
183871         UNTIL WS-HOL-EOF
183872
183873     CLOSE HOL-FILE
183874
183875     .
183876 1081-EXIT.
183877     EXIT.
183878*****************************************************************
183879*  LOAD ONE HOLIDAY ROW - THE TABLE IS SEARCHED BY KEY, SO THE
183880*  FILE MUST BE IN ASCENDING DATE ORDER WITH NO DUPLICATES
183881*****************************************************************
183882
183883 1082-LOAD-ONE-HOLIDAY.
183884     IF WS-HOLIDAY-COUNT NOT < WS-C-HOLIDAY-TABLE-SIZE THEN
183885         MOVE '1082-LOAD-ONE-HOLIDAY, ' TO WS-ABORT-MSG-PGRPH
183886         MOVE '- HOLIDAY TABLE FULL, ' TO WS-ABORT-MSG-EDESC
183887         MOVE '  ' TO WS-ABORT-MSG-SYSRC
183888         MOVE 1082 TO RETURN-CODE
183889         PERFORM 9999-ABORT THRU 9999-EXIT
183890     END-IF
183891     IF HL-HOLIDAY-DATE NOT > WS-LAST-HOLIDAY-DATE THEN
183892         MOVE '1082-LOAD-ONE-HOLIDAY, ' TO WS-ABORT-MSG-PGRPH
183893         MOVE '- HOLIDAYS OUT OF SEQUENCE, '
183894             TO WS-ABORT-MSG-EDESC
183895         MOVE '  ' TO WS-ABORT-MSG-SYSRC
183896         MOVE 1083 TO RETURN-CODE
183897         PERFORM 9999-ABORT THRU 9999-EXIT
183898     END-IF
183899
183900     MOVE HL-HOLIDAY-DATE   TO HT-HOLIDAY-DATE (HT-NDX)
183901     MOVE HL-HOLIDAY-DATE   TO WS-LAST-HOLIDAY-DATE
183902     SET HT-NDX UP BY 1
183903     ADD +1 TO WS-HOLIDAY-COUNT
183904
183905     PERFORM 8196-READ-HOL-FILE THRU 8196-EXIT
183906
183907     .
183908 1082-EXIT.
183909     EXIT.
183910*****************************************************************
183911*  SET THE BANK PAY DATE - THE FIRST BUSINESS DAY AT LEAST
183912*  WS-C-PAY-LEAD-DAYS AFTER THE RUN DATE
183913*****************************************************************
183914
183915 1083-SET-PAY-DATE.
183916     COMPUTE WS-PAY-DAY =
183917         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-9)
183918         + WS-C-PAY-LEAD-DAYS
183919     MOVE 'N' TO WS-BUSINESS-DAY-SWITCH
183920     PERFORM 1084-CHECK-BUSINESS-DAY THRU 1084-EXIT
183921         UNTIL WS-BUSINESS-DAY
183922     COMPUTE WS-PAY-DATE-9 =
183923         FUNCTION DATE-OF-INTEGER (WS-PAY-DAY)
183924
183925*************** A CALENDAR THAT STOPS SHORT OF THE PAY YEAR CANNOT
183926*************** KEEP THE PAY DATE OFF THAT YEAR'S HOLIDAYS.
183927     IF WS-LAST-HOLIDAY-DATE (1:4) < WS-PAY-DATE (1:4) THEN
183928         DISPLAY 'WARNING - HOLIDAY CALENDAR DOES NOT COVER '
183929             'THE PAY YEAR: ' WS-PAY-DATE (1:4)
183930     END-IF
183931     DISPLAY 'RUN DATE: ' WS-RUN-DATE ' BANK PAY DATE: '
183932         WS-PAY-DATE
183933
183934     .
183935 1083-EXIT.
183936     EXIT.
183937*****************************************************************
183938*  TRY ONE CANDIDATE PAY DAY - A SATURDAY, SUNDAY OR CALENDAR
183939*  HOLIDAY MOVES THE PAY DATE TO THE NEXT DAY
183940*****************************************************************
183941
183942 1084-CHECK-BUSINESS-DAY.
183943     COMPUTE WS-PAY-WEEKDAY = FUNCTION MOD (WS-PAY-DAY, 7)
183944     IF WS-PAY-WEEKDAY = WS-C-SATURDAY OR
183945        WS-PAY-WEEKDAY = WS-C-SUNDAY THEN
183946         ADD +1 TO WS-PAY-DAY
183947         GO TO 1084-EXIT
183948     END-IF
183949
183950     COMPUTE WS-PAY-DATE-9 =
183951         FUNCTION DATE-OF-INTEGER (WS-PAY-DAY)
183952     SEARCH ALL HOLIDAY-ENTRY
183953         AT END
183954             SET WS-BUSINESS-DAY TO TRUE
183955         WHEN HT-HOLIDAY-DATE (HT-NDX) = WS-PAY-DATE
183956             DISPLAY 'PAY DATE MOVED PAST BANK HOLIDAY: '
183957                 WS-PAY-DATE
183958             ADD +1 TO WS-HOLIDAYS-SKIPPED
183959             ADD +1 TO WS-PAY-DAY
183960     END-SEARCH
183961
183962     .
183963 1084-EXIT.
183964     EXIT.
183965*****************************************************************
183966*  SHOW BUDGET AND VARIANCE ON THE DEPARTMENT SUMMARY LINE AND
183967*  REMEMBER ANY DEPARTMENT THAT POSTED OVER ITS BUDGET
183968*****************************************************************
183969
183970 2665-CHECK-DEPT-BUDGET.
183971     MOVE 'N' TO WS-BUDG-FOUND-SWITCH
183973     SET BG-NDX TO 1
183974     SEARCH BUDG-ENTRY
183975         AT END
183976             CONTINUE
183977         WHEN BG-DEPT-CODE (BG-NDX) = HIGH-VALUES
183978             CONTINUE
183980         WHEN BG-DEPT-CODE (BG-NDX) = DS-DEPT-CODE (DS-NDX)
183981             SET WS-BUDG-FOUND TO TRUE
183982     END-SEARCH
183983
183984     IF WS-BUDG-FOUND THEN
183985         MOVE BG-MONTHLY-BUDGET (BG-NDX) TO WDS-BUDGET
183986         COMPUTE WDS-VARIANCE =
183988             BG-MONTHLY-BUDGET (BG-NDX) - DS-GROSS (DS-NDX)
183989         MOVE DS-GROSS (DS-NDX) TO BG-ACTUAL-GROSS (BG-NDX)
183990         IF DS-GROSS (DS-NDX) > BG-MONTHLY-BUDGET (BG-NDX) THEN
183991             MOVE 'Y' TO BG-OVER-SW (BG-NDX)
183992         END-IF
183993     ELSE
183995*************** NO BUDGET ON FILE FOR THE DEPARTMENT - SHOW
183996*************** ZEROS AND NEVER CALL IT A BREACH.
183997         MOVE ZERO TO WDS-BUDGET
183998         MOVE ZERO TO WDS-VARIANCE
183999     END-IF
184000
184002     .
184003 2665-EXIT.
184004     EXIT.
184005*****************************************************************
184006*  CALL OUT EVERY DEPARTMENT OVER BUDGET ON THE CONTROL REPORT
184007*  SO FINANCE SEES THE BREACH THE DAY THE BONUSES POST
184008*****************************************************************
184010
184011 3100-REPORT-BUDGET-BREACHES.
184012     SET BG-NDX TO 1
184013     PERFORM 3110-REPORT-ONE-BREACH THRU 3110-EXIT
184014         UNTIL BG-NDX > WS-C-DEPT-TABLE-SIZE
184015         OR BG-DEPT-CODE (BG-NDX) = HIGH-VALUES
184017
184018     .
184019 3100-EXIT.
184020     EXIT.
184021*****************************************************************
184022*  ONE CONTROL-REPORT LINE PER DEPARTMENT OVER BUDGET
184024*****************************************************************
184025
184026 3110-REPORT-ONE-BREACH.
184027     IF BG-OVER-SW (BG-NDX) = 'Y' THEN
184028         MOVE SPACES               TO WS-CTLRPT-AMOUNT-LINE
184029         MOVE SPACES               TO WCA-LABEL
184030         STRING 'DEPT ' DELIMITED BY SIZE
184032             BG-DEPT-CODE (BG-NDX) DELIMITED BY SIZE
184033             ' OVER BUDGET :' DELIMITED BY SIZE
184034             INTO WCA-LABEL
184035         COMPUTE WCA-AMOUNT =
184036             BG-ACTUAL-GROSS (BG-NDX)
184037             - BG-MONTHLY-BUDGET (BG-NDX)
184039         MOVE WS-CTLRPT-AMOUNT-LINE TO CTL-RECORD
184040         PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
184041     END-IF
184042     SET BG-NDX UP BY 1
184043
184044     .
184046 3110-EXIT.
184047     EXIT.
184048*****************************************************************
184049*  LIST EVERY BONUS HELD AS A LIKELY DUPLICATE PAYMENT SO THE
184050*  APPROVER CAN RELEASE OR REJECT IT THROUGH LAB30
184051*****************************************************************
184052
184054 3200-REPORT-DUP-SUSPECTS.
184055     MOVE SPACES              TO WS-CTLRPT-DETAIL
184056     MOVE 'DUPLICATES HELD       :' TO WCD-LABEL
184057     MOVE WS-DUP-HELD-COUNT    TO WCD-COUNT
184058     MOVE WS-CTLRPT-DETAIL     TO CTL-RECORD
184059     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
184061
184062     IF WS-DUP-TABLE-COUNT = ZERO THEN
184063         GO TO 3200-EXIT
184064     END-IF
184065
184066     MOVE WS-CTLRPT-DUP-HEADING TO CTL-RECORD
184068     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
184069     MOVE WS-CTLRPT-DUP-COLUMNS TO CTL-RECORD
184070     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
184071
184072     SET DP-NDX TO 1
184073     PERFORM 3210-REPORT-ONE-SUSPECT THRU 3210-EXIT
184074         UNTIL DP-NDX > WS-DUP-TABLE-COUNT
184076
184077     IF WS-DUP-HELD-COUNT > WS-DUP-TABLE-COUNT THEN
184078         MOVE SPACES TO WS-CTLRPT-BALANCE-LINE
184079         MOVE 'MORE SUSPECTS HELD THAN LISTED - SEE SUSPENSE'
184080             TO WCB-MESSAGE
184081         MOVE WS-CTLRPT-BALANCE-LINE TO CTL-RECORD
184083         PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
184084     END-IF
184085
184086*************** THE TABLE IS NOT CHECKPOINTED - A RESTARTED RUN
184087*************** LISTS ONLY WHAT IT HELD ITSELF.
184088     IF WS-IS-RESTART-RUN THEN
184090         MOVE SPACES TO WS-CTLRPT-BALANCE-LINE
184091         MOVE 'RESTARTED RUN - EARLIER SUSPECTS ARE ON SUSPENSE'
184092             TO WCB-MESSAGE
184093         MOVE WS-CTLRPT-BALANCE-LINE TO CTL-RECORD
184094         PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
184095     END-IF
184096
184098     .
184099 3200-EXIT.
184100     EXIT.
184101*****************************************************************
184102*  ONE CONTROL-REPORT LINE PER DUPLICATE SUSPECT
184103*****************************************************************
184105
184106 3210-REPORT-ONE-SUSPECT.
184107     MOVE DP-EMPLOYEE-ID (DP-NDX) TO WCP-EMPLOYEE-ID
184108     MOVE DP-LAST-NAME (DP-NDX)   TO WCP-LAST-NAME
184109     MOVE DP-STATE-CODE (DP-NDX)  TO WCP-STATE-CODE
184110     MOVE DP-GROSS (DP-NDX)       TO WCP-GROSS
184112     MOVE DP-MATCH-DATE (DP-NDX)  TO WCP-MATCH-DATE
184113     MOVE DP-MATCH-GROSS (DP-NDX) TO WCP-MATCH-GROSS
184114     MOVE DP-MATCH-COUNT (DP-NDX) TO WCP-MATCH-COUNT
184115     MOVE WS-CTLRPT-DUP-LINE      TO CTL-RECORD
184116     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
184117     SET DP-NDX UP BY 1
184118
184120     .
184121 3210-EXIT.
184122     EXIT.
184123*****************************************************************
184124*  ONE CONTROL LINE PER COMPANY - WHAT IT POSTED, WHAT ITS BANK
184125*  BATCH CARRIES AND WHAT ITS GL ENTRIES BOOK
184127*****************************************************************
184128
184129 3300-REPORT-COMPANY-TOTALS.
184130     MOVE SPACES              TO WS-CTLRPT-DETAIL
184131     MOVE 'COMPANIES ON TABLE    :' TO WCD-LABEL
184132     MOVE WS-COMPANY-COUNT     TO WCD-COUNT
184134     MOVE WS-CTLRPT-DETAIL     TO CTL-RECORD
184135     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
184136
184137     MOVE WS-CTLRPT-CO-HEADING TO CTL-RECORD
184138     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
184139     MOVE WS-CTLRPT-CO-COLUMNS TO CTL-RECORD
184140     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
184142
184143     SET CT-NDX TO 1
184144     SET CY-NDX TO 1
184145     PERFORM 3310-REPORT-ONE-COMPANY THRU 3310-EXIT
184146         UNTIL CT-NDX > WS-COMPANY-COUNT
184147
184149     .
184150 3300-EXIT.
184151     EXIT.
184152*****************************************************************
184153*  ONE COMPANY'S CONTROL LINE - ITS GL ENTRIES MUST BALANCE ON
184154*  THEIR OWN, NOT JUST IN THE FILE TOTAL
184156*****************************************************************
184157
184158 3310-REPORT-ONE-COMPANY.
184159     MOVE CT-COMPANY-CODE (CT-NDX)    TO WCO-COMPANY-CODE
184160     MOVE CT-COMPANY-NAME (CT-NDX)    TO WCO-COMPANY-NAME
184161     MOVE CY-REC-OUT (CY-NDX)         TO WCO-POSTED-COUNT
184162     MOVE CY-GROSS (CY-NDX)           TO WCO-GROSS
184164     MOVE CY-NET (CY-NDX)             TO WCO-NET
184165     MOVE CY-DISB-COUNT (CY-NDX)      TO WCO-DISB-COUNT
184166     MOVE CY-DISB-NET (CY-NDX)        TO WCO-DISB-NET
184167     MOVE CY-GL-DEBITS (CY-NDX)       TO WCO-GL-DEBITS
184168     MOVE CY-GL-CREDITS (CY-NDX)      TO WCO-GL-CREDITS
184169     MOVE WS-CTLRPT-CO-LINE           TO CTL-RECORD
184171     PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
184172
184173     IF CY-GL-DEBITS (CY-NDX) NOT = CY-GL-CREDITS (CY-NDX) THEN
184174         MOVE SPACES TO WS-CTLRPT-BALANCE-LINE
184175         STRING 'GL DEBITS NOT EQUAL CREDITS FOR COMPANY '
184176             DELIMITED BY SIZE
184178             CT-COMPANY-CODE (CT-NDX) DELIMITED BY SIZE
184179             INTO WCB-MESSAGE
184180         MOVE WS-CTLRPT-BALANCE-LINE TO CTL-RECORD
184181         PERFORM 8700-WRITE-CTL-RECORD THRU 8700-EXIT
184182         IF RETURN-CODE = 0 THEN
184183             MOVE 96 TO RETURN-CODE
184184         END-IF
184186     END-IF
184187
184188     SET CT-NDX UP BY 1
184189     SET CY-NDX UP BY 1
184190
184191     .
184193 3310-EXIT.
184194     EXIT.
184195
184196*****************************************************************
184197*  READ HR FILE ROUTINE
184198*****************************************************************
184200
184300 8160-READ-HR-FILE.
184400     READ HR-FILE
189034
189036     .
189038 8193-EXIT.
189039     EXIT.
189040*****************************************************************
189041*  READ COMPANY TABLE ROUTINE
189042*****************************************************************
189043
189044 8194-READ-COMP-FILE.
189045     READ COMP-FILE
189046         AT END
189047             SET WS-COMP-EOF TO TRUE
189048     END-READ
189049     IF WS-CMPFILE-STATUS-CODE = '00' OR
189050         WS-CMPFILE-STATUS-CODE = '10' THEN
189051         CONTINUE
189052     ELSE
189053         MOVE '8194-READ-COMP-FILE, ' TO WS-ABORT-MSG-PGRPH
189054         MOVE 'READING COMP-FILE, ' TO WS-ABORT-MSG-EDESC
189055         MOVE WS-CMPFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
189056         MOVE 8194 TO RETURN-CODE
189057         PERFORM 9999-ABORT THRU 9999-EXIT
189058     END-IF
189059
189060     .
189061 8194-EXIT.
189062     EXIT.
189063*****************************************************************
189064*  READ BANK HOLIDAY CALENDAR ROUTINE
189065*****************************************************************
189066
189067 8196-READ-HOL-FILE.
189068     READ HOL-FILE
189069         AT END
189070             SET WS-HOL-EOF TO TRUE
189071     END-READ
189072     IF WS-HOLFILE-STATUS-CODE = '00' OR
189073         WS-HOLFILE-STATUS-CODE = '10' THEN
189074         CONTINUE
189075     ELSE
189076         MOVE '8196-READ-HOL-FILE, ' TO WS-ABORT-MSG-PGRPH
189077         MOVE 'READING HOL-FILE, ' TO WS-ABORT-MSG-EDESC
189078         MOVE WS-HOLFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
189079         MOVE 8196 TO RETURN-CODE
189080         PERFORM 9999-ABORT THRU 9999-EXIT
189081     END-IF
189082
189083     .
189084 8196-EXIT.
189085     EXIT.
189086*****************************************************************
189090*  READ EMPLOYEE BANK-ACCOUNT MASTER ROUTINE
189095*****************************************************************
189099
189104 8195-READ-BANK-FILE.
189108     READ BANK-FILE
189113         AT END
189117             SET WS-BANK-EOF TO TRUE
189122     END-READ
189127     IF WS-BNKFILE-STATUS-CODE = '00' OR
189131         WS-BNKFILE-STATUS-CODE = '10' THEN
189136         CONTINUE
189140     ELSE
189145         MOVE '8195-READ-BANK-FILE, ' TO WS-ABORT-MSG-PGRPH
189149         MOVE 'READING BANK-FILE, ' TO WS-ABORT-MSG-EDESC
189154         MOVE WS-BNKFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
189158         MOVE 8195 TO RETURN-CODE
189163         PERFORM 9999-ABORT THRU 9999-EXIT
189168     END-IF
189172
189177     .
189181 8195-EXIT.
189186     EXIT.
189190
189195*****************************************************************
189200*  WRITE REPORT RECORD
189300*****************************************************************
189400
202700     MOVE WS-FED-TAX-AMT-C3      TO AX-FEDTX
202725     MOVE WS-STATE-TAX-AMT-C3    TO AX-STATETX
202750     MOVE WS-NET-BONUS-AMT-C3    TO AX-NET
202755     MOVE WS-SOCSEC-AMT-C3       TO AX-SOCSEC
202760     MOVE WS-MEDICARE-AMT-C3     TO AX-MEDICARE
202765     MOVE SR-LOCALITY-CODE       TO AX-LOCALITY-CODE
202770     MOVE WS-LOCALTX-AMT-C3      TO AX-LOCALTX
202771     MOVE WS-401K-AMT-C3         TO AX-401K
202772     MOVE WS-CHILDSUP-AMT-C3     TO AX-CHILD-SUPPORT
202773     MOVE WS-CREDGARN-AMT-C3     TO AX-CREDITOR-GARN
202775     MOVE YM-YTD-GROSS           TO AX-YTD-GROSS
202800     MOVE YM-YTD-FEDTX           TO AX-YTD-FEDTX
202825     MOVE YM-YTD-STATETX         TO AX-YTD-STATETX
202850     MOVE YM-YTD-NET             TO AX-YTD-NET
202855     MOVE YM-YTD-SOCSEC          TO AX-YTD-SOCSEC
202860     MOVE YM-YTD-MEDICARE        TO AX-YTD-MEDICARE
202865     MOVE YM-YTD-LOCALTX         TO AX-YTD-LOCALTX
202870     MOVE YM-YTD-401K            TO AX-YTD-401K
202875
202900     WRITE ADVEXT-RECORD
202925     IF WS-ADVFILE-STATUS-CODE = '00' THEN
203700 2810-PRINT-ONE-ADVICE.
203725     MOVE WS-RUN-DATE        TO WV1-RUN-DATE
203750     MOVE AV-DEPT-CODE       TO WV1-DEPT-CODE
203762     MOVE WS-PAY-DATE        TO WV1-PAY-DATE
203775     MOVE WS-ADVRPT-HEADER-1 TO ADV-RECORD
203800     PERFORM 8910-WRITE-ADV-RECORD THRU 8910-EXIT
203825
203900     MOVE AV-FIRST-NAME      TO WV2-FIRST-NAME
203925     MOVE AV-MID-INIT        TO WV2-MID-INIT
203950     MOVE AV-STATE-CODE      TO WV2-STATE-CODE
203960     MOVE AV-LOCALITY-CODE   TO WV2-LOCALITY-CODE
203975     MOVE WS-ADVRPT-EMP-LINE TO ADV-RECORD
204000     PERFORM 8910-WRITE-ADV-RECORD THRU 8910-EXIT
204025
204175     MOVE AV-FEDTX           TO WV4-FEDTX
204200     MOVE AV-STATETX         TO WV4-STATETX
204225     MOVE AV-NET             TO WV4-NET
204230     MOVE AV-SOCSEC          TO WV4-SOCSEC
204235     MOVE AV-MEDICARE        TO WV4-MEDICARE
204250     MOVE WS-ADVRPT-AMOUNT-LINE TO ADV-RECORD
204275     PERFORM 8910-WRITE-ADV-RECORD THRU 8910-EXIT
204300
204375     MOVE AV-YTD-FEDTX       TO WV4-FEDTX
204400     MOVE AV-YTD-STATETX     TO WV4-STATETX
204425     MOVE AV-YTD-NET         TO WV4-NET
204430     MOVE AV-YTD-SOCSEC      TO WV4-SOCSEC
204435     MOVE AV-YTD-MEDICARE    TO WV4-MEDICARE
204450     MOVE WS-ADVRPT-AMOUNT-LINE TO ADV-RECORD
204475     PERFORM 8910-WRITE-ADV-RECORD THRU 8910-EXIT
204480
204482     MOVE WS-ADVRPT-COL-LINE-2 TO ADV-RECORD
204483     PERFORM 8910-WRITE-ADV-RECORD THRU 8910-EXIT
204484
204485     MOVE 'THIS BONUS RUN        :' TO WV6-LABEL
204486     MOVE AV-LOCALTX         TO WV6-LOCALTX
204487     MOVE AV-401K            TO WV6-401K
204488     MOVE AV-CHILD-SUPPORT   TO WV6-CHILD-SUPPORT
204489     MOVE AV-CREDITOR-GARN   TO WV6-CREDITOR-GARN
204490     MOVE WS-ADVRPT-AMOUNT-LINE-2 TO ADV-RECORD
204491     PERFORM 8910-WRITE-ADV-RECORD THRU 8910-EXIT
204492
204493     MOVE 'YEAR TO DATE (POSTED) :' TO WV6-LABEL
204494     MOVE AV-YTD-LOCALTX     TO WV6-LOCALTX
204495     MOVE AV-YTD-401K        TO WV6-401K
204496     MOVE SPACES             TO WV6-CHILD-SUPPORT-X
204497     MOVE SPACES             TO WV6-CREDITOR-GARN-X
204498     MOVE WS-ADVRPT-AMOUNT-LINE-2 TO ADV-RECORD
204499     PERFORM 8910-WRITE-ADV-RECORD THRU 8910-EXIT
204500
204525     MOVE WS-ADVRPT-FOOTER   TO ADV-RECORD
204550     PERFORM 8910-WRITE-ADV-RECORD THRU 8910-EXIT
208850     .
208875 1415-EXIT.
208900     EXIT.
208925*****************************************************************
208950*  TOTAL THE EMPLOYEE'S YTD FICA WAGES ACROSS ALL STATE ROWS -
208975*  THE SOCIAL SECURITY WAGE BASE AND THE ADDITIONAL MEDICARE
209000*  THRESHOLD APPLY TO THE PERSON, NOT TO EACH STATE.
209025*****************************************************************
209050
209075 2415-SUM-YTD-FICA-WAGES.
209100     MOVE ZERO           TO WS-TC-YTD-FICA-WAGES
209125     MOVE 'N'            TO WS-YTD-BROWSE-SWITCH
209150     MOVE SR-EMPLOYEE-ID TO WS-YTD-BROWSE-EMP-ID
209175     MOVE SR-EMPLOYEE-ID TO YM-EMPLOYEE-ID
209200     MOVE LOW-VALUES     TO YM-STATE-CODE
209225
209250     START YTD-MASTER KEY IS NOT < YM-KEY
209275         INVALID KEY
209300             CONTINUE
209325     END-START
209350
209375     EVALUATE WS-YTDFILE-STATUS-CODE
209400         WHEN '00'
209425             PERFORM 2416-ADD-ONE-YTD-ROW THRU 2416-EXIT
209450                 UNTIL WS-YTD-BROWSE-DONE
209475         WHEN '23'
209500             CONTINUE
209525         WHEN OTHER
209550             MOVE '2415-SUM-YTD-FICA-WAGES, '
209575                 TO WS-ABORT-MSG-PGRPH
209600             MOVE 'POSITIONING YTD-MASTER, ' TO WS-ABORT-MSG-EDESC
209625             MOVE WS-YTDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
209650             MOVE 2415 TO RETURN-CODE
209675             PERFORM 9999-ABORT THRU 9999-EXIT
209700     END-EVALUATE
209725
209750     .
209775 2415-EXIT.
209800     EXIT.
209825*****************************************************************
209850*  ADD ONE YTD ROW FOR THE EMPLOYEE BEING BROWSED
209875*****************************************************************
209900
209925 2416-ADD-ONE-YTD-ROW.
209950     READ YTD-MASTER NEXT RECORD
209975         AT END
210000             CONTINUE
210025     END-READ
210050
210075     EVALUATE WS-YTDFILE-STATUS-CODE
210100         WHEN '00'
210125             IF YM-EMPLOYEE-ID = WS-YTD-BROWSE-EMP-ID THEN
210150                 ADD YM-YTD-FICA-WAGES TO WS-TC-YTD-FICA-WAGES
210175             ELSE
210200                 SET WS-YTD-BROWSE-DONE TO TRUE
210225             END-IF
210250         WHEN '10'
210275             SET WS-YTD-BROWSE-DONE TO TRUE
210300         WHEN OTHER
210325             MOVE '2416-ADD-ONE-YTD-ROW, ' TO WS-ABORT-MSG-PGRPH
210350             MOVE 'BROWSING YTD-MASTER, ' TO WS-ABORT-MSG-EDESC
210375             MOVE WS-YTDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
210400             MOVE 2416 TO RETURN-CODE
210425             PERFORM 9999-ABORT THRU 9999-EXIT
210450     END-EVALUATE
210475
210500     .
210525 2416-EXIT.
210550     EXIT.
210575*****************************************************************
210600*  LOAD THE EMPLOYEE'S ACTIVE DEDUCTION ORDERS IN PRIORITY ORDER
210625*****************************************************************
210650
210675 2430-LOAD-DEDUCTIONS.
210700     MOVE ZERO           TO WS-DEDN-COUNT
210725     MOVE ZERO           TO WS-401K-AMT-C3
210750     MOVE ZERO           TO WS-GARNISH-AMT-C3
210755     MOVE ZERO           TO WS-CHILDSUP-AMT-C3
210760     MOVE ZERO           TO WS-CREDGARN-AMT-C3
210775     MOVE 'N'            TO WS-DEDN-BROWSE-SWITCH
210800     MOVE SR-EMPLOYEE-ID TO DM-EMPLOYEE-ID
210825     MOVE ZERO           TO DM-PRIORITY
210850
210875     START DEDN-MASTER KEY IS NOT < DM-KEY
210900         INVALID KEY
210925             CONTINUE
210950     END-START
210975
211000     EVALUATE WS-DEDFILE-STATUS-CODE
211025         WHEN '00'
211050             PERFORM 2431-LOAD-ONE-DEDUCTION THRU 2431-EXIT
211075                 UNTIL WS-DEDN-BROWSE-DONE
211100         WHEN '23'
211125             CONTINUE
211150         WHEN OTHER
211175             MOVE '2430-LOAD-DEDUCTIONS, ' TO WS-ABORT-MSG-PGRPH
211200             MOVE 'POSITIONING DEDN-MASTER, '
211225                 TO WS-ABORT-MSG-EDESC
211250             MOVE WS-DEDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
211275             MOVE 2430 TO RETURN-CODE
211300             PERFORM 9999-ABORT THRU 9999-EXIT
211325     END-EVALUATE
211350
211375     .
211400 2430-EXIT.
211425     EXIT.
211450*****************************************************************
211475*  TABLE ONE DEDUCTION ORDER FOR THE EMPLOYEE BEING BROWSED -
211500*  ORDERS ON HOLD, AND ON A FORWARD BONUS ORDERS ALREADY
211512*  SATISFIED, ARE PASSED OVER
211525*****************************************************************
211550
211575 2431-LOAD-ONE-DEDUCTION.
211600     READ DEDN-MASTER NEXT RECORD
211625         AT END
211650             CONTINUE
211675     END-READ
211700
211725     EVALUATE WS-DEDFILE-STATUS-CODE
211750         WHEN '00'
211775             IF DM-EMPLOYEE-ID NOT = SR-EMPLOYEE-ID THEN
211800                 SET WS-DEDN-BROWSE-DONE TO TRUE
211825             ELSE
211850*************** A REVERSAL PUTS BACK WHAT THE BONUS TOOK, SO AN
211855*************** ORDER DRAWN DOWN TO ZERO BY IT MUST STILL BE
211857*************** TABLED.
211860                 IF DM-ACTIVE AND
211865                    (DM-BALANCE > ZERO OR
211870                     WS-SIGNED-GROSS-C3 < ZERO) THEN
211875                     PERFORM 2433-TABLE-DEDUCTION THRU 2433-EXIT
211900                 END-IF
211925             END-IF
211950         WHEN '10'
211975             SET WS-DEDN-BROWSE-DONE TO TRUE
212000         WHEN OTHER
212025             MOVE '2431-LOAD-ONE-DEDUCTION, '
212030                 TO WS-ABORT-MSG-PGRPH
212050             MOVE 'BROWSING DEDN-MASTER, ' TO WS-ABORT-MSG-EDESC
212075             MOVE WS-DEDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
212100             MOVE 2431 TO RETURN-CODE
212125             PERFORM 9999-ABORT THRU 9999-EXIT
212150     END-EVALUATE
212175
212200     .
212225 2431-EXIT.
212250     EXIT.
212275*****************************************************************
212300*  COPY THE DEDUCTION ORDER JUST READ INTO THE NEXT TABLE ROW
212325*****************************************************************
212350
212375 2433-TABLE-DEDUCTION.
212400     IF WS-DEDN-COUNT NOT < WS-C-DEDN-TABLE-SIZE THEN
212425         MOVE '2433-TABLE-DEDUCTION, ' TO WS-ABORT-MSG-PGRPH
212450         MOVE 'DEDN TABLE FULL, ' TO WS-ABORT-MSG-EDESC
212475         MOVE WS-DEDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
212500         MOVE 2433 TO RETURN-CODE
212525         PERFORM 9999-ABORT THRU 9999-EXIT
212550     END-IF
212575
212600     ADD +1 TO WS-DEDN-COUNT
212625     SET DD-NDX TO WS-DEDN-COUNT
212650     MOVE DM-PRIORITY       TO DD-PRIORITY (DD-NDX)
212675     MOVE DM-DEDUCTION-TYPE TO DD-DEDUCTION-TYPE (DD-NDX)
212700     MOVE DM-CALC-METHOD    TO DD-CALC-METHOD (DD-NDX)
212725     MOVE DM-PERCENT        TO DD-PERCENT (DD-NDX)
212750     MOVE DM-FLAT-AMT       TO DD-FLAT-AMT (DD-NDX)
212775     MOVE DM-CAP-AMT        TO DD-CAP-AMT (DD-NDX)
212800     MOVE DM-BALANCE        TO DD-BALANCE (DD-NDX)
212825     MOVE DM-PAYEE-ID       TO DD-PAYEE-ID (DD-NDX)
212850     MOVE DM-PAYEE-NAME     TO DD-PAYEE-NAME (DD-NDX)
212875     MOVE DM-CASE-NUMBER    TO DD-CASE-NUMBER (DD-NDX)
212900     MOVE ZERO              TO DD-TAKEN-AMT (DD-NDX)
212925
212950     .
212975 2433-EXIT.
213000     EXIT.
213025*****************************************************************
213050*  FIGURE THE PRE-TAX 401(K) DEFERRAL ON THE GROSS BONUS
213075*****************************************************************
213100
213125 2432-FIGURE-PRETAX.
213150*************** A REVERSAL GIVES THE DEFERRAL BACK: THE AMOUNT IS
213175*************** FIGURED ON THE SIZE OF THE REVERSED BONUS AND
213200*************** TAKEN NEGATIVE, WHICH RESTORES THE ORDER BALANCE.
213225     IF WS-SIGNED-GROSS-C3 < ZERO THEN
213250         MOVE -1 TO WS-DEDN-SIGN
213275         COMPUTE WS-DEDN-BASE-AMT = ZERO - WS-SIGNED-GROSS-C3
213300     ELSE
213325         MOVE +1 TO WS-DEDN-SIGN
213350         MOVE WS-SIGNED-GROSS-C3 TO WS-DEDN-BASE-AMT
213375     END-IF
213380     MOVE WS-DEDN-BASE-AMT TO WS-DEDN-REMAINING
213390     SET WS-DEDN-PRETAX-PASS TO TRUE
213400
213425     PERFORM 2435-TAKE-ONE-DEDUCTION THRU 2435-EXIT
213450         VARYING DD-NDX FROM 1 BY 1
213475         UNTIL DD-NDX > WS-DEDN-COUNT
213500
213525     .
213550 2432-EXIT.
213575     EXIT.
213600*****************************************************************
213625*  FIGURE THE GARNISHMENTS OUT OF THE PAY LEFT AFTER TAX
213650*****************************************************************
213675
213700 2434-FIGURE-GARNISHMENTS.
213725*************** DISPOSABLE PAY IS THE GROSS LESS THE TAXES THE
213750*************** LAW REQUIRES - THE 401(K) DEFERRAL IS NOT TAKEN
213775*************** OUT OF IT - BUT NO ORDER MAY TAKE MORE THAN THE
213800*************** NET STILL LEFT ONCE THE HIGHER PRIORITIES ARE IN.
213825     COMPUTE WS-DEDN-BASE-AMT =
213850         WS-DEDN-SIGN * (WS-TC-NET-AMT + WS-TC-PRETAX-AMT)
213875     COMPUTE WS-DEDN-REMAINING = WS-DEDN-SIGN * WS-TC-NET-AMT
213900     IF WS-DEDN-REMAINING < ZERO THEN
213925         MOVE ZERO TO WS-DEDN-REMAINING
213950     END-IF
213960     SET WS-DEDN-GARNISH-PASS TO TRUE
213975
214000     PERFORM 2435-TAKE-ONE-DEDUCTION THRU 2435-EXIT
214025         VARYING DD-NDX FROM 1 BY 1
214050         UNTIL DD-NDX > WS-DEDN-COUNT
214075
214100     .
214125 2434-EXIT.
214150     EXIT.
214175*****************************************************************
214200*  FIGURE ONE ORDER - CALLED FOR THE 401(K) ROWS FROM 2432 AND
214225*  FOR THE GARNISHMENT ROWS FROM 2434
214250*****************************************************************
214275
214300 2435-TAKE-ONE-DEDUCTION.
214325     IF WS-DEDN-PRETAX-PASS AND NOT DD-401K-PRETAX (DD-NDX)
214350         GO TO 2435-EXIT
214375     END-IF
214400     IF WS-DEDN-GARNISH-PASS AND DD-401K-PRETAX (DD-NDX)
214425         GO TO 2435-EXIT
214450     END-IF
214475
214500*************** THE BASE IS THE GROSS BONUS ON THE 401(K) PASS
214525*************** AND DISPOSABLE PAY ON THE GARNISHMENT PASS.
214550     IF DD-PERCENT-OF-PAY (DD-NDX) THEN
214575         COMPUTE WS-DEDN-WORK-AMT ROUNDED =
214600             WS-DEDN-BASE-AMT * DD-PERCENT (DD-NDX) / 100
214750     ELSE
214775         MOVE DD-FLAT-AMT (DD-NDX) TO WS-DEDN-WORK-AMT
214800     END-IF
214825
214850     IF DD-CAP-AMT (DD-NDX) > ZERO AND
214875        WS-DEDN-WORK-AMT > DD-CAP-AMT (DD-NDX) THEN
214900         MOVE DD-CAP-AMT (DD-NDX) TO WS-DEDN-WORK-AMT
214925     END-IF
214950*************** A REVERSAL PUTS BACK WHAT IT TAKES, SO THE
214975*************** BALANCE ONLY LIMITS A FORWARD BONUS.
215000     IF WS-DEDN-SIGN > ZERO AND
215025        WS-DEDN-WORK-AMT > DD-BALANCE (DD-NDX) THEN
215050         MOVE DD-BALANCE (DD-NDX) TO WS-DEDN-WORK-AMT
215075     END-IF
215100     IF WS-DEDN-WORK-AMT > WS-DEDN-REMAINING THEN
215125         MOVE WS-DEDN-REMAINING TO WS-DEDN-WORK-AMT
215150     END-IF
215175     IF WS-DEDN-WORK-AMT < ZERO THEN
215200         MOVE ZERO TO WS-DEDN-WORK-AMT
215225     END-IF
215250
215275     SUBTRACT WS-DEDN-WORK-AMT FROM WS-DEDN-REMAINING
215300     COMPUTE DD-TAKEN-AMT (DD-NDX) =
215325         WS-DEDN-SIGN * WS-DEDN-WORK-AMT
215350     IF DD-401K-PRETAX (DD-NDX) THEN
215375         ADD DD-TAKEN-AMT (DD-NDX) TO WS-401K-AMT-C3
215400     ELSE
215425         ADD DD-TAKEN-AMT (DD-NDX) TO WS-GARNISH-AMT-C3
215430         IF DD-CHILD-SUPPORT (DD-NDX) THEN
215435             ADD DD-TAKEN-AMT (DD-NDX) TO WS-CHILDSUP-AMT-C3
215440         ELSE
215445             ADD DD-TAKEN-AMT (DD-NDX) TO WS-CREDGARN-AMT-C3
215447         END-IF
215450     END-IF
215475
215500     .
215525 2435-EXIT.
215550     EXIT.
215575*****************************************************************
215600*  POST THE DEDUCTIONS TAKEN - DRAW DOWN EACH ORDER'S BALANCE AND
215625*  RECORD IT FOR THE PAYEE REMITTANCE (LAB37)
215650*****************************************************************
215675
215700 2436-POST-DEDUCTIONS.
215725     PERFORM 2437-POST-ONE-DEDUCTION THRU 2437-EXIT
215750         VARYING DD-NDX FROM 1 BY 1
215775         UNTIL DD-NDX > WS-DEDN-COUNT
215800
215825     .
215850 2436-EXIT.
215875     EXIT.
215900*****************************************************************
215925*  REWRITE ONE ORDER'S BALANCE AND WRITE ITS DEDUCTION-TAKEN
215950*  RECORD, JOURNALED LIKE THE FEEDS SO A RESTART REPLAYS IT
215975*****************************************************************
216000
216025 2437-POST-ONE-DEDUCTION.
216050     IF DD-TAKEN-AMT (DD-NDX) = ZERO THEN
216075         GO TO 2437-EXIT
216100     END-IF
216125
216150     MOVE SR-EMPLOYEE-ID       TO DM-EMPLOYEE-ID
216175     MOVE DD-PRIORITY (DD-NDX) TO DM-PRIORITY
216200     READ DEDN-MASTER
216225         INVALID KEY
216250             CONTINUE
216275     END-READ
216300     IF WS-DEDFILE-STATUS-CODE = '00' THEN
216325         SUBTRACT DD-TAKEN-AMT (DD-NDX) FROM DM-BALANCE
216350         REWRITE DEDN-MASTER-RECORD
216375     END-IF
216400     IF WS-DEDFILE-STATUS-CODE = '00' THEN
216425         CONTINUE
216450     ELSE
216475         MOVE '2437-POST-ONE-DEDUCTION, ' TO WS-ABORT-MSG-PGRPH
216500         MOVE 'UPDATING DEDN-MASTER, ' TO WS-ABORT-MSG-EDESC
216525         MOVE WS-DEDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
216550         MOVE 2437 TO RETURN-CODE
216575         PERFORM 9999-ABORT THRU 9999-EXIT
216600     END-IF
216625
216650     MOVE DD-PAYEE-ID (DD-NDX)       TO TK-PAYEE-ID
216675     MOVE DD-PAYEE-NAME (DD-NDX)     TO TK-PAYEE-NAME
216700     MOVE SR-EMPLOYEE-ID             TO TK-EMPLOYEE-ID
216725     MOVE DD-PRIORITY (DD-NDX)       TO TK-PRIORITY
216750     MOVE DD-DEDUCTION-TYPE (DD-NDX) TO TK-DEDUCTION-TYPE
216775     MOVE DD-CASE-NUMBER (DD-NDX)    TO TK-CASE-NUMBER
216800     MOVE WS-RUN-DATE                TO TK-RUN-DATE
216825     MOVE WS-CYCLE-RUN-NUMBER        TO TK-RUN-NUMBER
216850     MOVE SR-STATE-CODE              TO TK-STATE-CODE
216875     MOVE DD-TAKEN-AMT (DD-NDX)      TO TK-AMOUNT
216900     MOVE DM-BALANCE                 TO TK-BALANCE-AFTER
216925     PERFORM 8995-WRITE-DEDN-TAKE THRU 8995-EXIT
216950     MOVE 'K'                        TO DGJ-FEED-CODE
216975     MOVE DEDN-TAKE-RECORD           TO DGJ-IMAGE
217000     PERFORM 8990-WRITE-DGJ-RECORD THRU 8990-EXIT
217025
217050     .
217075 2437-EXIT.
217100     EXIT.
