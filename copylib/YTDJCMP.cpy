000100******************************************************************
000200*    YTDJCMP                                                      *
000300*                                                                 *
000400*    SHARED 240-BYTE YTD MASTER UPDATE JOURNAL RECORD LAYOUT.     *
000500*    EVERY WRITE, REWRITE, AND DELETE AGAINST THE YTD BONUS       *
000600*    MASTER (LAB14 MONTHLY POSTING, LAB17 YEAR-OPEN) ALSO CUTS    *
000700*    ONE OF THESE, CARRYING THE RUN NUMBER, PROGRAM, AND THE      *
000800*    FULL BEFORE AND AFTER YTDCMP IMAGES - SO A BROKEN BALANCE    *
000900*    CAN BE WALKED BACK TO THE EXACT RUN THAT BROKE IT, AND SO    *
001000*    THE MASTER CAN BE REBUILT FROM THE JOURNAL AFTER A VSAM      *
001100*    DISASTER.  READ BY LAB32 (ONE-EMPLOYEE INQUIRY) AND LAB42    *
001150*    (FORWARD RECOVERY, WHICH RE-APPLIES IT IN FILE ORDER).  THE  *
001200*    INCLUDING PROGRAM RENAMES EVERY FIELD VIA REPLACING, FOR     *
001300*    EXAMPLE:                                                     *
001400*                                                                 *
003100         88  YJ-ACTION-WRITE                VALUE 'W'.
003200         88  YJ-ACTION-REWRITE              VALUE 'R'.
003300         88  YJ-ACTION-DELETE               VALUE 'D'.
003400     05  YJ-BEFORE-IMAGE             PIC X(100).
003500*                         THE YTDCMP RECORD BEFORE THE CHANGE;
003600*                         LOW-VALUES ON A NEW WRITE
003700     05  YJ-AFTER-IMAGE              PIC X(100).
003800*                         THE YTDCMP RECORD AFTER THE CHANGE;
003900*                         LOW-VALUES ON A DELETE
004000     05  FILLER                      PIC X(08).
