004500* PERSON  PROJECT   DATE      DESCRIPTION          PROGRAM   VER*
004600* ------  --------  --------  -------------------  -------   ---*
004700* SUZI Q  PAYROLL   09/02/26  INITIAL VERSION       LAB32     000*
004710* SUZI Q  PAYROLL   10/15/26  SOCIAL SECURITY AND   LAB32     001*
004720*                             MEDICARE IN THE IMAGES
004730* SUZI Q  PAYROLL   10/15/26  LOCAL TAX IN THE      LAB32     002*
004740*                             YTD IMAGE LAYOUT
004750* SUZI Q  PAYROLL   10/15/26  401(K) DEFERRAL IN    LAB32     003*
004760*                             YTD IMAGE LAYOUT
004800*****************************************************************
004900*
005000*****************************************************************
006800 FD  YTDJ-FILE
006900     RECORDING F
007000     LABEL RECORDS STANDARD
007100     RECORD CONTAINS 240 CHARACTERS
007200     BLOCK CONTAINS 0 RECORDS
007300     DATA RECORD IS YTDJ-RECORD.
007400
016400     YC-YTD-GROSS           BY  WI-YTD-GROSS
016500     YC-YTD-FEDTX           BY  WI-YTD-FEDTX
016600     YC-YTD-STATETX         BY  WI-YTD-STATETX
016700     YC-YTD-NET             BY  WI-YTD-NET
016710     YC-YTD-FICA-WAGES      BY  WI-YTD-FICA-WAGES
016720     YC-YTD-SOCSEC          BY  WI-YTD-SOCSEC
016730     YC-YTD-MEDICARE        BY  WI-YTD-MEDICARE
016731     YC-YTD-LOCALTX         BY  WI-YTD-LOCALTX
016732     YC-YTD-401K            BY  WI-YTD-401K.
016800
016900***********************
017000*  RECORD LAYOUTS     *
021100     05 WJI-STATETX              PIC ZZZ,ZZZ,ZZ9.99-.
021200     05 WJI-COL-DIV-4            PIC X(01) VALUE SPACES.
021300     05 WJI-NET                  PIC ZZZ,ZZZ,ZZ9.99-.
021310     05 WJI-COL-DIV-5            PIC X(01) VALUE SPACES.
021320     05 WJI-SOCSEC               PIC ZZZ,ZZZ,ZZ9.99-.
021330     05 WJI-COL-DIV-6            PIC X(01) VALUE SPACES.
021340     05 WJI-MEDICARE             PIC ZZZ,ZZZ,ZZ9.99-.
021400     05 WJI-COL-DIV-7            PIC X(02) VALUE SPACES.
021500     05 WJI-MESSAGE              PIC X(25).
021700
021800 01  WS-JINQ-COUNT-LINE.
021900     05 WJC-ASA-CODE             PIC X(01) VALUE '-'.
035600         MOVE ZERO TO WJI-FEDTX
035700         MOVE ZERO TO WJI-STATETX
035800         MOVE ZERO TO WJI-NET
035810         MOVE ZERO TO WJI-SOCSEC
035820         MOVE ZERO TO WJI-MEDICARE
035900         MOVE '(NO RECORD ON FILE)' TO WJI-MESSAGE
036000     ELSE
036100         MOVE WI-YTD-GROSS   TO WJI-GROSS
036200         MOVE WI-YTD-FEDTX   TO WJI-FEDTX
036300         MOVE WI-YTD-STATETX TO WJI-STATETX
036400         MOVE WI-YTD-NET     TO WJI-NET
036410         MOVE WI-YTD-SOCSEC  TO WJI-SOCSEC
036420         MOVE WI-YTD-MEDICARE TO WJI-MEDICARE
036500         MOVE SPACES         TO WJI-MESSAGE
036600     END-IF
036700     MOVE WS-JINQ-IMAGE-LINE TO JINQ-RECORD
