000500*    EMPLOYEE-ID SEQUENCE.  LAB14 RECONCILES THE BONUS FEED       *
000600*    AGAINST IT AND CARRIES THE DEPARTMENT/COST CENTER ONTO       *
000700*    EACH POSTED BONUS; LAB17 USES IT TO DECIDE WHICH YTD         *
000750*    MASTER RECORDS SURVIVE THE YEAR-OPEN ROLLOVER.  THE COMPANY  *
000800*    CODE NAMES THE LEGAL ENTITY THAT EMPLOYS AND PAYS THE        *
000850*    EMPLOYEE - IT MUST BE ON THE COMPANY TABLE (COMPCMP).  THE   *
000900*    INCLUDING PROGRAM RENAMES EVERY FIELD VIA REPLACING,         *
001000*    FOR EXAMPLE:                                                 *
001100*                                                                 *
001400*            HM-EMPLOYEE-ID     BY  HR-EMPLOYEE-ID                *
001500*            HM-DEPT-CODE       BY  HR-DEPT-CODE                  *
001600*            HM-MANAGER-NAME    BY  HR-MANAGER-NAME               *
001700*            HM-HOME-STATE      BY  HR-HOME-STATE                 *
001733*            HM-LOCALITY-CODE   BY  HR-LOCALITY-CODE              *
001766*            HM-COMPANY-CODE    BY  HR-COMPANY-CODE.              *
001800******************************************************************
001900 01  HM-RECORD.
002000     05  HM-EMPLOYEE-ID              PIC X(08).
002300*                         EXPENSE IS ROLLED UP UNDER
002400     05  HM-MANAGER-NAME             PIC X(25).
002500     05  HM-HOME-STATE               PIC X(02).
002510     05  HM-LOCALITY-CODE            PIC X(04).
002520*                         LOCAL (CITY/COUNTY/SCHOOL DISTRICT)
002530*                         TAXING AUTHORITY ON LOCLTAX - BLANK
002540*                         WHEN THE EMPLOYEE OWES NO LOCAL TAX
002550     05  HM-COMPANY-CODE             PIC X(04).
002560*                         LEGAL ENTITY (COMPANY TABLE KEY) THE
002570*                         BONUS IS PAID, BOOKED AND REPORTED UNDER
002580     05  FILLER                      PIC X(33).
