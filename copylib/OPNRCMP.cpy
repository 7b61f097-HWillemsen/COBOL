000100******************************************************************
000200*    OPNRCMP                                                      *
000300*                                                                 *
000400*    SHARED 200-BYTE OPEN-REJECT RECORD LAYOUT (VSAM KSDS         *
000500*    OPENREJ, KEYED BY EMPLOYEE, RECORD TYPE, AND THE RUN AND     *
000600*    REJECT ORDINAL THAT FIRST REJECTED THE RECORD - KEYS(19 0)). *
000700*    LAB14 ADDS A RECORD THE FIRST TIME A FEED RECORD IS REJECTED *
000800*    AND RETURNED; WHEN THE SAME SOURCE SYSTEM SENDS IT AGAIN AND *
000900*    IT IS REJECTED AGAIN THE OPEN RECORD IS UPDATED AND ITS      *
001000*    COUNT RAISED; WHEN A LATER FEED CARRIES A RECORD FOR THE     *
001100*    SAME EMPLOYEE AND RECORD TYPE FROM THE SAME SOURCE THAT      *
001200*    POSTS CLEAN, THE OLDEST OPEN RECORD IS MARKED CORRECTED.     *
001300*    CORRECTED RECORDS ARE KEPT FOR THE AUDIT TRAIL.  LAB47       *
001400*    REPORTS THE RECORDS STILL OPEN AFTER A NUMBER OF DAYS.       *
001500*    THE INCLUDING PROGRAM RENAMES EVERY FIELD VIA REPLACING,     *
001600*    FOR EXAMPLE:                                                 *
001700*                                                                 *
001800*        COPY OPNRCMP REPLACING                                   *
001900*            OR-RECORD              BY  OPENREJ-RECORD            *
002000*            OR-KEY                 BY  OJ-KEY                    *
002100*            OR-EMPLOYEE-ID         BY  OJ-EMPLOYEE-ID            *
002200*            OR-RECORD-TYPE         BY  OJ-RECORD-TYPE            *
002300*            OR-FIRST-RUN-NUMBER    BY  OJ-FIRST-RUN-NUMBER       *
002400*            OR-FIRST-REJECT-SEQ    BY  OJ-FIRST-REJECT-SEQ       *
002500*            OR-STATUS              BY  OJ-STATUS                 *
002600*            OR-OPEN                BY  OJ-OPEN                   *
002700*            OR-CORRECTED           BY  OJ-CORRECTED              *
002800*            OR-SOURCE-SYSTEM       BY  OJ-SOURCE-SYSTEM          *
002900*            OR-FIRST-REJECT-DATE   BY  OJ-FIRST-REJECT-DATE      *
003000*            OR-LAST-RUN-NUMBER     BY  OJ-LAST-RUN-NUMBER        *
003100*            OR-LAST-REJECT-SEQ     BY  OJ-LAST-REJECT-SEQ        *
003200*            OR-LAST-REJECT-DATE    BY  OJ-LAST-REJECT-DATE       *
003300*            OR-REJECT-COUNT        BY  OJ-REJECT-COUNT           *
003400*            OR-REASON-CODE         BY  OJ-REASON-CODE            *
003500*            OR-REASON-TEXT         BY  OJ-REASON-TEXT            *
003600*            OR-CLOSED-RUN-NUMBER   BY  OJ-CLOSED-RUN-NUMBER      *
003700*            OR-CLOSED-DATE         BY  OJ-CLOSED-DATE            *
003800*            OR-ORIGINAL-RECORD     BY  OJ-ORIGINAL-RECORD.       *
003900******************************************************************
004000 01  OR-RECORD.
004100     05  OR-KEY.
004200         10  OR-EMPLOYEE-ID          PIC X(08).
004300         10  OR-RECORD-TYPE          PIC X(01).
004400         10  OR-FIRST-RUN-NUMBER     PIC 9(05).
004500         10  OR-FIRST-REJECT-SEQ     PIC 9(05).
004600     05  OR-STATUS                   PIC X(01).
004700         88  OR-OPEN                        VALUE 'O'.
004800         88  OR-CORRECTED                   VALUE 'C'.
004900     05  OR-SOURCE-SYSTEM            PIC X(08).
005000     05  OR-FIRST-REJECT-DATE        PIC X(08).
005100*                         YYYYMMDD - RUN DATE OF THE FIRST REJECT;
005200*                         THE AGING IN LAB47 COUNTS FROM HERE
005300     05  OR-LAST-RUN-NUMBER          PIC 9(05).
005400     05  OR-LAST-REJECT-SEQ          PIC 9(05).
005500     05  OR-LAST-REJECT-DATE         PIC X(08).
005600     05  OR-REJECT-COUNT             PIC 9(03).
005700*                         TIMES THE RECORD HAS BEEN REJECTED
005800     05  OR-REASON-CODE              PIC X(02).
005900     05  OR-REASON-TEXT              PIC X(40).
006000*                         REASON ON THE MOST RECENT REJECT (SEE
006100*                         THE CODES IN REJRCMP)
006200     05  OR-CLOSED-RUN-NUMBER        PIC 9(05).
006300     05  OR-CLOSED-DATE              PIC X(08).
006400*                         RUN THAT POSTED THE CORRECTED RECORD
006500     05  OR-ORIGINAL-RECORD          PIC X(76).
006600*                         BONUSCMP IMAGE AS LAST REJECTED
006700     05  FILLER                      PIC X(12).
