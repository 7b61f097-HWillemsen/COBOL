000100******************************************************************
000200*    CSTKCMP                                                      *
000300*                                                                 *
000400*    SHARED 80-BYTE CHECK-STOCK CONTROL RECORD - ONE RECORD PER   *
000500*    COMPANY (CHKSTOCK), IN ASCENDING CS-COMPANY-CODE.  EACH      *
000600*    HOLDS THE PRE-NUMBERED CHECK STOCK NOW LOADED FOR THAT       *
000700*    COMPANY, THE NEXT NUMBER TO USE, AND THE COMPANY ACCOUNT THE *
000800*    CHECKS ARE DRAWN ON.  LAB39 TAKES CHECK NUMBERS FROM IT IN   *
000900*    SEQUENCE AND REWRITES IT AT THE END OF THE RUN; IT REFUSES   *
001000*    TO ISSUE PAST CS-LAST-CHECK, OR TO RUN WHEN TWO COMPANIES'   *
001033*    RANGES OVERLAP (THE REGISTER IS KEYED BY CHECK NUMBER).  A   *
001066*    NEW STOCK RANGE IS LOADED BY REPLACING THE COMPANY'S RECORD  *
001100*    UNDER DUAL CONTROL.  THE INCLUDING PROGRAM RENAMES EVERY     *
001200*    FIELD VIA REPLACING, FOR EXAMPLE:                            *
001300*                                                                 *
001400*        COPY CSTKCMP REPLACING                                   *
001500*            CS-RECORD          BY  STOCK-RECORD                  *
001600*            CS-STOCK-ID        BY  SK-STOCK-ID                   *
001700*            ...                                                  *
001800*            CS-COMPANY-CODE    BY  SK-COMPANY-CODE.              *
001900******************************************************************
002000 01  CS-RECORD.
002100     05  CS-STOCK-ID                 PIC X(04).
002200     05  CS-ACCOUNT-NUMBER           PIC X(17).
002300*                         THE COMPANY'S CHECK-DISBURSING ACCOUNT
002400     05  CS-FIRST-CHECK              PIC 9(08).
002500     05  CS-LAST-CHECK               PIC 9(08).
002600     05  CS-NEXT-CHECK               PIC 9(08).
002700     05  CS-LAST-ISSUE-DATE          PIC X(08).
002750     05  CS-COMPANY-CODE             PIC X(04).
002760*                         THE COMPANY (COPYLIB COMPCMP) THE STOCK
002770*                         AND ACCOUNT BELONG TO
002800     05  FILLER                      PIC X(23).
