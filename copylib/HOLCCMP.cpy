000100******************************************************************
000200*    HOLCCMP                                                      *
000300*                                                                 *
000400*    SHARED 80-BYTE BANK HOLIDAY CALENDAR RECORD LAYOUT, IN       *
000500*    HOLIDAY-DATE SEQUENCE.  ONE RECORD PER DAY THE BANK DOES NOT *
000600*    SETTLE, OTHER THAN SATURDAYS AND SUNDAYS - THE DATE IS THE   *
000700*    DAY THE BANK OBSERVES THE HOLIDAY, NOT THE CALENDAR HOLIDAY. *
000800*    MAINTAINED BY LAB48 (ADD/CHANGE/DELETE WITH AN AUDIT         *
000900*    LISTING) AND LOADED BY LAB14 TO SET THE BONUS PAY DATE TO A  *
001000*    BUSINESS DAY.  KEEP AT LEAST THE NEXT CALENDAR YEAR LOADED   *
001100*    AHEAD OF THE DECEMBER RUNS.  THE INCLUDING PROGRAM RENAMES   *
001200*    EVERY FIELD VIA REPLACING, FOR EXAMPLE:                      *
001300*                                                                 *
001400*        COPY HOLCCMP REPLACING                                   *
001500*            HD-RECORD          BY  HOL-RECORD                    *
001600*            HD-HOLIDAY-DATE    BY  HL-HOLIDAY-DATE               *
001700*            HD-HOLIDAY-YEAR    BY  HL-HOLIDAY-YEAR               *
001800*            HD-HOLIDAY-MONTH   BY  HL-HOLIDAY-MONTH              *
001900*            HD-HOLIDAY-DAY     BY  HL-HOLIDAY-DAY                *
002000*            HD-HOLIDAY-NAME    BY  HL-HOLIDAY-NAME.              *
002100******************************************************************
002200 01  HD-RECORD.
002300     05  HD-HOLIDAY-DATE.
002400*                         YYYYMMDD THE BANK IS CLOSED - THE KEY
002500         10  HD-HOLIDAY-YEAR         PIC 9(04).
002600         10  HD-HOLIDAY-MONTH        PIC 9(02).
002700         10  HD-HOLIDAY-DAY          PIC 9(02).
002800     05  HD-HOLIDAY-NAME             PIC X(30).
002900*                         DESCRIPTION FOR THE AUDIT LISTING
003000     05  FILLER                      PIC X(42).
