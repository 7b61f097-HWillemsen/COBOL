000100******************************************************************
000200*    BONHCMP                                                      *
000300*                                                                 *
000400*    SHARED 120-BYTE BONUS PAYMENT HISTORY RECORD LAYOUT.  ONE    *
000500*    RECORD IS WRITTEN BY LAB14 FOR EVERY BONUS POSTED TO THE     *
000600*    YTD MASTER, SO THE MONTHLY DETAIL BEHIND EVERY YTD BALANCE   *
000700*    SURVIVES THE RUN.  READ BY LAB18 (INQUIRY/EXTRACT) AND BY    *
000800*    ANY AUDIT PROGRAM THAT NEEDS TO RE-ADD POSTED ACTIVITY.      *
000810*    BONHIST IS A VSAM KSDS KEYED BY HC-KEY (EMPLOYEE, RUN DATE,  *
000820*    SEQUENCE - KEYS(20 0)) WITH AN ALTERNATE INDEX, NON-UNIQUE,  *
000830*    ON HC-RUN-MONTH (KEYS(6 8)) REACHED THROUGH THE BONHIST1     *
000840*    PATH DD.  THE SEQUENCE NUMBER STARTS AT 1 AND IS BUMPED BY   *
000850*    THE WRITER UNTIL THE KEY IS FREE, SO TWO POSTINGS FOR ONE    *
000860*    EMPLOYEE IN ONE RUN (MULTI-STATE SPLITS) BOTH LAND.          *
000900*    THE INCLUDING PROGRAM RENAMES EVERY FIELD VIA REPLACING,     *
001000*    FOR EXAMPLE:                                                 *
001100*                                                                 *
001200*        COPY BONHCMP REPLACING                                   *
001300*            HC-RECORD              BY  HIST-RECORD               *
001310*            HC-KEY                 BY  BH-KEY                    *
001400*            HC-EMPLOYEE-ID         BY  BH-EMPLOYEE-ID            *
001500*            HC-RUN-DATE            BY  BH-RUN-DATE               *
001510*            HC-RUN-MONTH           BY  BH-RUN-MONTH              *
001520*            HC-RUN-DAY             BY  BH-RUN-DAY                *
001530*            HC-SEQUENCE-NO         BY  BH-SEQUENCE-NO            *
001600*            HC-STATE-CODE          BY  BH-STATE-CODE             *
001700*            HC-FED-TAX-EXEMPT-CODE BY  BH-FED-TAX-EXEMPT-CODE    *
001800*            HC-ST-TAX-EXEMPT-CODE  BY  BH-ST-TAX-EXEMPT-CODE     *
001900*            HC-GROSS               BY  BH-GROSS                  *
002000*            HC-FEDTX               BY  BH-FEDTX                  *
002100*            HC-STATETX             BY  BH-STATETX                *
002200*            HC-NET                 BY  BH-NET                    *
002210*            HC-SOCSEC              BY  BH-SOCSEC                 *
002220*            HC-MEDICARE            BY  BH-MEDICARE               *
002230*            HC-LOCALITY-CODE       BY  BH-LOCALITY-CODE          *
002240*            HC-LOCALTX             BY  BH-LOCALTX                *
002250*            HC-401K                BY  BH-401K                   *
002266*            HC-GARNISH             BY  BH-GARNISH                *
002271*            HC-COMPANY-CODE        BY  BH-COMPANY-CODE           *
002276*            HC-BONUS-TYPE          BY  BH-BONUS-TYPE             *
002281*            HC-REGULAR-BONUS       BY  BH-REGULAR-BONUS          *
002286*            HC-SIGN-ON-BONUS       BY  BH-SIGN-ON-BONUS          *
002290*            HC-RETENTION-BONUS     BY  BH-RETENTION-BONUS        *
002293*            HC-PAY-DATE            BY  BH-PAY-DATE               *
002296*            HC-RUN-NUMBER          BY  BH-RUN-NUMBER             *
002297*            HC-CHILD-SUPPORT       BY  BH-CHILD-SUPPORT          *
002298*            HC-CREDITOR-GARN       BY  BH-CREDITOR-GARN.         *
002300******************************************************************
002400 01  HC-RECORD.
002410     05  HC-KEY.
002500         10  HC-EMPLOYEE-ID          PIC X(08).
002600         10  HC-RUN-DATE.
002700*                         YYYYMMDD RUN DATE OF THE POSTING RUN
002710             15  HC-RUN-MONTH        PIC X(06).
002720*                         YYYYMM - THE ALTERNATE KEY
002730             15  HC-RUN-DAY          PIC X(02).
002740         10  HC-SEQUENCE-NO          PIC 9(04).
002800     05  HC-STATE-CODE               PIC X(02).
002900     05  HC-FED-TAX-EXEMPT-CODE      PIC X(01).
003000     05  HC-ST-TAX-EXEMPT-CODE       PIC X(01).
003200     05  HC-FEDTX                    PIC S9(09)V99 COMP-3.
003300     05  HC-STATETX                  PIC S9(09)V99 COMP-3.
003400     05  HC-NET                      PIC S9(09)V99 COMP-3.
003410     05  HC-SOCSEC                   PIC S9(09)V99 COMP-3.
003420     05  HC-MEDICARE                 PIC S9(09)V99 COMP-3.
003430     05  HC-LOCALITY-CODE            PIC X(04).
003440*                         LOCAL TAXING AUTHORITY WITHHELD FOR
003450     05  HC-LOCALTX                  PIC S9(09)V99 COMP-3.
003460     05  HC-401K                     PIC S9(09)V99 COMP-3.
003470*                         PRE-TAX 401(K) DEFERRAL TAKEN
003480     05  HC-GARNISH                  PIC S9(09)V99 COMP-3.
003490*                         ALL GARNISHMENTS TAKEN - THE SUM OF
003493*                         HC-CHILD-SUPPORT AND HC-CREDITOR-GARN
003495*                         (DETAIL BY ORDER IS ON DEDTAKE)
003505     05  HC-COMPANY-CODE             PIC X(04).
003515*                         LEGAL ENTITY THAT PAID THE BONUS (FROM
003525*                         THE HR MASTER AT POSTING TIME)
003535     05  HC-BONUS-TYPE               PIC X(01).
003545*                         BC-BONUS-TYPE FROM THE FEED - A
003555*                         SIGN-ON OR RETENTION POSTING IS THE
003565*                         BONUS A REPAYMENT AGREEMENT (AGRMAST)
003570*                         IS KEYED TO
003575         88  HC-REGULAR-BONUS               VALUE ' '.
003585         88  HC-SIGN-ON-BONUS               VALUE 'S'.
003595         88  HC-RETENTION-BONUS             VALUE 'R'.
003605     05  HC-PAY-DATE                 PIC X(08).
003615*                         YYYYMMDD BANK PAY DATE OF THE POSTING
003625*                         RUN (A BUSINESS DAY FROM THE HOLIDAY
003635*                         CALENDAR) - QUARTER AND TAX YEAR GO BY
003645*                         THIS DATE.  SPACES ON POSTINGS WRITTEN
003655*                         BEFORE THE PAY DATE WAS CARRIED -
003665*                         READERS THEN USE HC-RUN-DATE
003675     05  HC-RUN-NUMBER               PIC 9(05).
003685*                         LAB14 CYCLE RUN NUMBER THAT POSTED
003695*                         THE RECORD - WITH HC-RUN-DATE IT MARKS
003705*                         A CYCLE'S OWN POSTINGS.  SPACES ON
003710*                         POSTINGS WRITTEN BEFORE THE RUN NUMBER
003715*                         WAS CARRIED
003725     05  HC-CHILD-SUPPORT            PIC S9(09)V99 COMP-3.
003735*                         CHILD SUPPORT TAKEN (DEDUCTION TYPE C)
003745     05  HC-CREDITOR-GARN            PIC S9(09)V99 COMP-3.
003755*                         CREDITOR GARNISHMENT TAKEN (TYPE G).
003765*                         BOTH ARE SPACES ON POSTINGS WRITTEN
003775*                         BEFORE THE SPLIT WAS CARRIED - READERS
003785*                         THEN TREAT THEM AS ZERO
003795     05  FILLER                      PIC X(08).
