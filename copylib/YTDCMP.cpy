000100******************************************************************
000200*    YTDCMP                                                      *
000300*                                                                *
000400*    SHARED 100-BYTE YEAR-TO-DATE BONUS MASTER RECORD LAYOUT,    *
000500*    COMMON TO LAB14 (WHICH MAINTAINS IT) AND LAB16 (WHICH       *
000600*    READS IT TO BUILD THE YEAR-END TAX FEED).  THE RECORD IS    *
000610*    KEYED BY EMPLOYEE ID PLUS STATE CODE, SO AN EMPLOYEE WHOSE  *
001700*            YC-YTD-GROSS       BY  YM-YTD-GROSS                *
001800*            YC-YTD-FEDTX       BY  YM-YTD-FEDTX                *
001900*            YC-YTD-STATETX     BY  YM-YTD-STATETX              *
002000*            YC-YTD-NET         BY  YM-YTD-NET                  *
002010*            YC-YTD-FICA-WAGES  BY  YM-YTD-FICA-WAGES           *
002020*            YC-YTD-SOCSEC      BY  YM-YTD-SOCSEC               *
002030*            YC-YTD-MEDICARE    BY  YM-YTD-MEDICARE             *
002040*            YC-YTD-LOCALTX     BY  YM-YTD-LOCALTX              *
002050*            YC-YTD-401K        BY  YM-YTD-401K.                *
002100******************************************************************
002200 01  YC-RECORD.
002300     05  YC-KEY.
003000     05  YC-YTD-FEDTX                PIC S9(09)V99 COMP-3.
003100     05  YC-YTD-STATETX              PIC S9(09)V99 COMP-3.
003200     05  YC-YTD-NET                  PIC S9(09)V99 COMP-3.
003300     05  YC-YTD-FICA-WAGES           PIC S9(09)V99 COMP-3.
003310*                         WAGES SUBJECT TO FICA POSTED ON THIS
003320*                         ROW - LAB14 SUMS THE EMPLOYEE'S ROWS TO
003330*                         TEST THE SOCIAL SECURITY WAGE BASE
003400     05  YC-YTD-SOCSEC               PIC S9(09)V99 COMP-3.
003500     05  YC-YTD-MEDICARE             PIC S9(09)V99 COMP-3.
003510     05  YC-YTD-LOCALTX              PIC S9(09)V99 COMP-3.
003520*                         CITY/COUNTY/SCHOOL-DISTRICT TAX
003600     05  YC-YTD-401K                 PIC S9(09)V99 COMP-3.
003610*                         PRE-TAX 401(K) DEFERRALS (W-2 BOX 12)
