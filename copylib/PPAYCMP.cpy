000100******************************************************************
000200*    PPAYCMP                                                      *
000300*                                                                 *
000400*    SHARED 80-BYTE POSITIVE-PAY RECORD LAYOUT SENT TO THE BANK.  *
000500*    EACH COMPANY ACCOUNT IS ONE BATCH - A HEADER ('H'), ONE      *
000550*    DETAIL ('D') PER CHECK ISSUED OR VOIDED ON THAT ACCOUNT, AND *
000600*    A TRAILER ('T') FOOTING THAT ACCOUNT ONLY.  THE BANK         *
000700*    HONOURS ONLY A CHECK THAT MATCHES AN ISSUE DETAIL BY NUMBER  *
000800*    AND AMOUNT AND HAS NOT BEEN VOIDED SINCE.  LAB39 SENDS THE   *
000900*    ISSUES; LAB40 SENDS THE VOIDS, INCLUDING STALE-DATED AND     *
001000*    ESCHEATED CHECKS.  THE INCLUDING PROGRAM RENAMES EVERY FIELD *
001100*    VIA REPLACING, FOR EXAMPLE:                                  *
001200*                                                                 *
001300*        COPY PPAYCMP REPLACING                                   *
001400*            PP-RECORD          BY  POSPAY-RECORD                 *
001500*            PP-RECORD-TYPE     BY  PY-RECORD-TYPE                *
001600*            ...                                                  *
001700*            PP-T-TOTAL-AMT     BY  PY-T-TOTAL-AMT.               *
001800******************************************************************
001900 01  PP-RECORD.
002000     05  PP-RECORD-TYPE              PIC X(01).
002100         88  PP-HEADER                      VALUE 'H'.
002200         88  PP-DETAIL                      VALUE 'D'.
002300         88  PP-TRAILER                     VALUE 'T'.
002400     05  PP-ACCOUNT-NUMBER           PIC X(17).
002500*                         THE COMPANY'S CHECK-DISBURSING ACCOUNT
002600     05  PP-BODY                     PIC X(62).
002700     05  PP-DETAIL-BODY REDEFINES PP-BODY.
002800         10  PP-CHECK-NUMBER         PIC 9(08).
002900         10  PP-AMOUNT               PIC 9(09)V99.
003000         10  PP-ISSUE-DATE           PIC X(08).
003100         10  PP-ACTION               PIC X(01).
003200             88  PP-ISSUE                   VALUE 'I'.
003300             88  PP-VOID                    VALUE 'V'.
003400         10  PP-PAYEE-NAME           PIC X(30).
003500         10  FILLER                  PIC X(04).
003600     05  PP-HEADER-BODY REDEFINES PP-BODY.
003700         10  PP-H-FILE-DATE          PIC X(08).
003800         10  PP-H-SOURCE-SYSTEM      PIC X(08).
003900         10  FILLER                  PIC X(46).
004000     05  PP-TRAILER-BODY REDEFINES PP-BODY.
004100         10  PP-T-RECORD-COUNT       PIC 9(07).
004200         10  PP-T-TOTAL-AMT          PIC 9(11)V99.
004300         10  FILLER                  PIC X(42).
