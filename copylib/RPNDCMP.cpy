000100******************************************************************
000200*    RPNDCMP                                                      *
000300*                                                                 *
000400*    SHARED 120-BYTE RETURNED-PAYMENT PENDING RECORD LAYOUT.      *
000500*    LAB23 ADDS ONE RECORD FOR EVERY DIRECT DEPOSIT THE BANK      *
000600*    RETURNS THAT IT CAN PROVE AGAINST THE DISBURSEMENT FEED AND  *
000700*    THE BONUS HISTORY, CARRYING THE ORIGINAL POSTING SO NOTHING  *
000800*    HAS TO BE RE-KEYED OR RE-TAXED.  LAB41 REISSUES THE NET TO   *
000900*    THE CORRECTED BANK ACCOUNT, OR BY CHECK REQUEST, AND DROPS   *
001000*    THE ITEM.  AN ITEM STILL HERE WS-C-UNCLAIMED-DAYS AFTER THE  *
001100*    BANK RETURNED IT IS REVERSED BY LAB23 IN THE BONUSCMP FEED   *
001200*    FORMAT.  THE FILE IS CARRIED ACROSS RUNS (RETPEND IN,        *
001300*    NEWRPEND OUT) IN NO PARTICULAR ORDER.  THE INCLUDING PROGRAM *
001400*    RENAMES EVERY FIELD VIA REPLACING, FOR EXAMPLE:              *
001500*                                                                 *
001600*        COPY RPNDCMP REPLACING                                   *
001700*            RP-RECORD          BY  OLD-PEND-RECORD               *
001800*            RP-EMPLOYEE-ID     BY  OP-EMPLOYEE-ID                *
001900*            ...                                                  *
002000*            RP-ACCOUNT-NUMBER  BY  OP-ACCOUNT-NUMBER.            *
002100******************************************************************
002200 01  RP-RECORD.
002300     05  RP-EMPLOYEE-ID              PIC X(08).
002400     05  RP-LAST-NAME                PIC X(20).
002500     05  RP-FIRST-NAME               PIC X(15).
002600     05  RP-MID-INIT                 PIC X(01).
002700     05  RP-STATE-CODE               PIC X(02).
002800     05  RP-FED-TAX-EXEMPT-CODE      PIC X(01).
002900     05  RP-ST-TAX-EXEMPT-CODE       PIC X(01).
003000     05  RP-GROSS                    PIC S9(09)V99 COMP-3.
003100*                         THE ORIGINAL POSTED GROSS - WHAT A
003200*                         REVERSAL BACKS OUT
003300     05  RP-NET-AMT                  PIC S9(09)V99 COMP-3.
003400*                         THE RETURNED NET - WHAT A REISSUE PAYS
003500     05  RP-ORIG-RUN-DATE            PIC X(08).
003600*                         RUN DATE OF THE ORIGINAL HISTORY POSTING
003700     05  RP-RETURN-DATE              PIC X(08).
003800*                         YYYYMMDD THE BANK RETURNED THE ITEM -
003900*                         THE UNCLAIMED PERIOD RUNS FROM HERE
004000     05  RP-REASON-CODE              PIC X(02).
004100     05  RP-ROUTING-NUMBER           PIC 9(09).
004200     05  RP-ACCOUNT-NUMBER           PIC X(17).
004300*                         THE ACCOUNT THE BANK RETURNED THE ITEM
004400*                         FROM - A REISSUE NEEDS A DIFFERENT ONE
004410     05  RP-COMPANY-CODE             PIC X(04).
004420*                         THE COMPANY THAT PAID THE ORIGINAL
004430*                         POSTING - BLANK MEANS THE FIRST COMPANY
004440*                         ON THE COMPANY TABLE
004450     05  FILLER                      PIC X(12).
