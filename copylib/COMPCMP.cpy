000100******************************************************************
000200*    COMPCMP                                                      *
000300*                                                                 *
000400*    SHARED 80-BYTE COMPANY (LEGAL ENTITY) TABLE RECORD LAYOUT,   *
000500*    IN ASCENDING COMPANY CODE SEQUENCE.  ONE RECORD PER LEGAL    *
000600*    ENTITY THE BONUS PAYROLL PAYS UNDER; THE HR MASTER CARRIES   *
000700*    THE CODE FOR EACH EMPLOYEE.  LAB14 CUTS THE REGISTER, ONE    *
000800*    BANK BATCH, THE GL CONTROL AND THE CONTROL TOTALS PER        *
000900*    COMPANY; LAB16 CUTS THE YEAR-END TAX FEED AND LAB27 THE      *
001000*    STATE REMITTANCES PER COMPANY.  REPLACES THE SINGLE          *
001100*    COMPANY-NAME / COMPANY-ID PARM VALUES.  THE INCLUDING        *
001200*    PROGRAM RENAMES EVERY FIELD VIA REPLACING, FOR EXAMPLE:      *
001300*                                                                 *
001400*        COPY COMPCMP REPLACING                                   *
001500*            CO-RECORD          BY  COMP-RECORD                   *
001600*            CO-COMPANY-CODE    BY  CM-COMPANY-CODE               *
001700*            CO-COMPANY-NAME    BY  CM-COMPANY-NAME               *
001800*            CO-FEDERAL-ID      BY  CM-FEDERAL-ID                 *
001900*            CO-TAX-FEED-ID     BY  CM-TAX-FEED-ID                *
002000*            CO-BANK-ROUTING    BY  CM-BANK-ROUTING               *
002100*            CO-BANK-ACCOUNT    BY  CM-BANK-ACCOUNT               *
002200*            CO-GL-COMPANY      BY  CM-GL-COMPANY.                *
002300******************************************************************
002400 01  CO-RECORD.
002500     05  CO-COMPANY-CODE             PIC X(04).
002600*                         MATCHES HM-COMPANY-CODE ON THE HR MASTER
002700     05  CO-COMPANY-NAME             PIC X(21).
002800*                         TITLE FOR REPORT HEADINGS AND VOUCHERS
002900     05  CO-FEDERAL-ID               PIC X(09).
003000*                         EMPLOYER IDENTIFICATION NUMBER
003100     05  CO-TAX-FEED-ID              PIC X(08).
003200*                         COMPANY ID ON THE YEAR-END TAX FEED
003300     05  CO-BANK-ROUTING             PIC 9(09).
003400     05  CO-BANK-ACCOUNT             PIC X(17).
003500*                         ORIGINATING ACCOUNT THE COMPANY'S BANK
003600*                         BATCH IS DRAWN ON
003700     05  CO-GL-COMPANY               PIC X(04).
003800*                         COMPANY SEGMENT OF THE GL ACCOUNT
003900     05  FILLER                      PIC X(08).
