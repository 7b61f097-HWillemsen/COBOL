000700*    AUDIT LISTING) AND READ BY LAB14, WHICH MERGES THE ACCOUNT   *
000800*    DETAILS ONTO EACH BANK DISBURSEMENT RECORD.  EMPLOYEES       *
000900*    WITH NO RECORD HERE DROP TO THE CHECK-REQUEST LISTING        *
001000*    INSTEAD OF THE BANK FEED.                                    *
001010*                                                                 *
001020*    EVERY ADD, AND EVERY CHANGE OF ROUTING OR ACCOUNT NUMBER,    *
001030*    IS STAMPED BY LAB24 WITH THE CHANGE DATE AND PRENOTE STATUS  *
001040*    'P'.  LAB14 SENDS A ZERO-DOLLAR PRENOTE FOR EACH 'P'         *
001050*    ACCOUNT ON ITS NEXT DISBURSEMENT FEED AND PAYS THE EMPLOYEE  *
001060*    BY CHECK REQUEST UNTIL THE ACCOUNT CLEARS.  LAB38 ADVANCES   *
001070*    THE STATUS - 'S' WHEN THE PRENOTE HAS GONE OUT, 'A' ONCE THE *
001080*    WAITING PERIOD PASSES WITH NO REJECT, 'R' WHEN THE BANK      *
001090*    RETURNS THE PRENOTE.  A BLANK STATUS IS AN ACCOUNT THAT WAS  *
001095*    LIVE BEFORE PRENOTES WERE TAKEN UP, AND IS TREATED AS 'A'.   *
001097*                                                                 *
001100*    THE INCLUDING PROGRAM RENAMES EVERY FIELD VIA REPLACING,     *
001110*    FOR EXAMPLE:                                                 *
001200*                                                                 *
001300*        COPY BNKACMP REPLACING                                   *
001400*            BA-RECORD          BY  BANK-RECORD                   *
001700*            BA-ACCOUNT-NUMBER  BY  BK-ACCOUNT-NUMBER             *
001800*            BA-ACCOUNT-TYPE    BY  BK-ACCOUNT-TYPE               *
001900*            BA-CHECKING        BY  BK-CHECKING                   *
002000*            BA-SAVINGS         BY  BK-SAVINGS                    *
002010*            BA-CHANGE-DATE     BY  BK-CHANGE-DATE                *
002020*            BA-PRENOTE-STATUS  BY  BK-PRENOTE-STATUS             *
002030*            BA-PRENOTE-PENDING BY  BK-PRENOTE-PENDING            *
002040*            BA-PRENOTE-SENT    BY  BK-PRENOTE-SENT               *
002050*            BA-PRENOTE-CLEARED BY  BK-PRENOTE-CLEARED            *
002060*            BA-PRENOTE-REJECTED BY BK-PRENOTE-REJECTED           *
002070*            BA-PRENOTE-DATE    BY  BK-PRENOTE-DATE.              *
002100******************************************************************
002200 01  BA-RECORD.
002300     05  BA-EMPLOYEE-ID              PIC X(08).
002800     05  BA-ACCOUNT-TYPE             PIC X(01).
002900         88  BA-CHECKING                    VALUE 'C'.
003000         88  BA-SAVINGS                     VALUE 'S'.
003010     05  BA-CHANGE-DATE              PIC X(08).
003020*                         YYYYMMDD OF THE LAST ADD OR ROUTING/
003030*                         ACCOUNT CHANGE (LAB24)
003040     05  BA-PRENOTE-STATUS           PIC X(01).
003050         88  BA-PRENOTE-PENDING             VALUE 'P'.
003060         88  BA-PRENOTE-SENT                VALUE 'S'.
003070         88  BA-PRENOTE-CLEARED             VALUE 'A' ' '.
003080         88  BA-PRENOTE-REJECTED            VALUE 'R'.
003090     05  BA-PRENOTE-DATE             PIC X(08).
003095*                         YYYYMMDD THE PRENOTE WENT TO THE BANK
003100     05  FILLER                      PIC X(28).
