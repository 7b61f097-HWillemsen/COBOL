000100******************************************************************
000200*    CHKQCMP                                                      *
000300*                                                                 *
000400*    SHARED 120-BYTE CHECK-REQUEST EXTRACT RECORD LAYOUT.  LAB14  *
000500*    WRITES ONE RECORD TO THE CHKREQX (+1) GENERATION FOR EVERY   *
000600*    BONUS IT PAYS BY CHECK REQUEST INSTEAD OF THE BANK FEED (NO  *
000700*    ACCOUNT ON FILE, OR THE ACCOUNT IS STILL IN ACH PRENOTE).    *
000733*    LAB41 WRITES THE SAME RECORD FOR A BANK-RETURNED DEPOSIT IT  *
000766*    REISSUES BY CHECK; ITS FILE IS CONCATENATED UNDER CHKREQX.   *
000800*    LAB39 ASSIGNS EACH ONE A CHECK NUMBER FROM THE CONTROLLED    *
000900*    CHECK-STOCK RANGE.  THE GROSS, STATE, AND EXEMPTION CODES    *
001000*    RIDE ALONG SO A LATER VOID CAN BE REVERSED EXACTLY AS IT     *
001100*    WAS POSTED, AND THE PAYING COMPANY PICKS THE STOCK AND THE   *
001133*    ACCOUNT THE CHECK IS DRAWN ON.  THE INCLUDING PROGRAM        *
001166*    RENAMES EVERY FIELD VIA REPLACING, FOR EXAMPLE:              *
001300*                                                                 *
001400*        COPY CHKQCMP REPLACING                                   *
001500*            CQ-RECORD          BY  CHKQ-RECORD                   *
001600*            CQ-EMPLOYEE-ID     BY  CX-EMPLOYEE-ID                *
001700*            ...                                                  *
001800*            CQ-COMPANY-CODE    BY  CX-COMPANY-CODE.              *
001900******************************************************************
002000 01  CQ-RECORD.
002100     05  CQ-EMPLOYEE-ID              PIC X(08).
002200     05  CQ-LAST-NAME                PIC X(20).
002300     05  CQ-FIRST-NAME               PIC X(15).
002400     05  CQ-MID-INIT                 PIC X(01).
002500     05  CQ-STATE-CODE               PIC X(02).
002600     05  CQ-FED-TAX-EXEMPT-CODE      PIC X(01).
002700     05  CQ-ST-TAX-EXEMPT-CODE       PIC X(01).
002800     05  CQ-GROSS                    PIC S9(09)V99 COMP-3.
002900     05  CQ-NET-AMT                  PIC S9(09)V99 COMP-3.
003000*                         THE FACE AMOUNT OF THE CHECK
003100     05  CQ-RUN-DATE                 PIC X(08).
003200     05  CQ-RUN-NUMBER               PIC 9(05).
003300     05  CQ-REASON                   PIC X(30).
003400*                         WHY THE BONUS COULD NOT GO TO THE BANK
003450     05  CQ-COMPANY-CODE             PIC X(04).
003460*                         THE COMPANY THAT PAID THE BONUS - BLANK
003470*                         ON AN OLDER EXTRACT MEANS THE FIRST
003480*                         COMPANY ON CHKSTOCK
003500     05  FILLER                      PIC X(13).
