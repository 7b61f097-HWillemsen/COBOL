000100******************************************************************
000200*    LOCLCMP                                                      *
000300*                                                                 *
000400*    SHARED 80-BYTE LOCALITY (CITY / COUNTY / SCHOOL DISTRICT)    *
000500*    INCOME TAX TABLE RECORD LAYOUT, IN LOCALITY-CODE/EFFECTIVE-  *
000600*    DATE SEQUENCE.  ONE RECORD PER LOCALITY PER EFFECTIVE DATE,  *
000700*    SO A RATE CHANGE CAN BE LOADED AHEAD OF THE RUN THAT FIRST   *
000800*    WITHHOLDS WITH IT.  MAINTAINED BY LAB34 (ADD/CHANGE/DELETE   *
000900*    WITH AN AUDIT LISTING), LOADED BY LAB20 TO FIGURE THE LOCAL  *
001000*    TAX, AND READ BY LAB35 FOR THE AGENCY NAME ON THE QUARTERLY  *
001100*    REMITTANCE.  THE EMPLOYEE'S LOCALITY COMES FROM THE HR       *
001200*    MASTER (HRMCMP).  THE INCLUDING PROGRAM RENAMES EVERY FIELD  *
001300*    VIA REPLACING, FOR EXAMPLE:                                  *
001400*                                                                 *
001500*        COPY LOCLCMP REPLACING                                   *
001600*            LT-RECORD          BY  LOC-RECORD                    *
001700*            LT-KEY             BY  LR-KEY                        *
001800*            LT-LOCALITY-CODE   BY  LR-LOCALITY-CODE              *
001900*            LT-EFFECTIVE-DATE  BY  LR-EFFECTIVE-DATE             *
002000*            LT-LOCALITY-NAME   BY  LR-LOCALITY-NAME              *
002100*            LT-STATE-CODE      BY  LR-STATE-CODE                 *
002200*            LT-LOCALITY-TYPE   BY  LR-LOCALITY-TYPE              *
002300*            LT-CITY            BY  LR-CITY                       *
002400*            LT-COUNTY          BY  LR-COUNTY                     *
002500*            LT-SCHOOL-DISTRICT BY  LR-SCHOOL-DISTRICT            *
002600*            LT-TAX-RATE        BY  LR-TAX-RATE.                  *
002700******************************************************************
002800 01  LT-RECORD.
002900     05  LT-KEY.
003000         10  LT-LOCALITY-CODE        PIC X(04).
003100         10  LT-EFFECTIVE-DATE       PIC 9(08).
003200*                         YYYYMMDD THE RATE TAKES EFFECT
003300     05  LT-LOCALITY-NAME            PIC X(20).
003400*                         TAXING AUTHORITY NAME FOR THE
003500*                         REMITTANCE VOUCHER
003600     05  LT-STATE-CODE               PIC X(02).
003700*                         STATE THE LOCALITY LIES IN - THE TAX
003800*                         IS ONLY TAKEN ON BONUS DOLLARS POSTED
003900*                         TO THIS STATE
004000     05  LT-LOCALITY-TYPE            PIC X(01).
004100         88  LT-CITY                        VALUE 'C'.
004200         88  LT-COUNTY                      VALUE 'K'.
004300         88  LT-SCHOOL-DISTRICT             VALUE 'S'.
004400     05  LT-TAX-RATE                 PIC V9(06).
004500*                         FLAT RATE ON THE GROSS BONUS
004600     05  FILLER                      PIC X(39).
