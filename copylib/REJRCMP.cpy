000100******************************************************************
000200*    REJRCMP                                                      *
000300*                                                                 *
000400*    SHARED 120-BYTE REJECT-RETURN RECORD LAYOUT (GDG REJRTN).    *
000500*    LAB14 WRITES ONE GENERATION PER RUN, ADDRESSED BACK TO THE   *
000600*    SYSTEM THAT SENT THE BONUS FEED (THE SOURCE SYSTEM ON THE    *
000700*    FEED HEADER): A HEADER RECORD, ONE DETAIL RECORD PER FEED    *
000800*    RECORD REJECTED - THE ORIGINAL 76-BYTE BONUSCMP IMAGE AS IT  *
000900*    ARRIVED, WITH A TWO-CHARACTER REASON CODE - AND A TRAILER    *
001000*    WITH THE DETAIL COUNT AND THE AMOUNT TOTAL.  THE SOURCE      *
001100*    SYSTEM CORRECTS THE RECORD AND SENDS IT ON A LATER FEED.     *
001200*    THE INCLUDING PROGRAM RENAMES EVERY FIELD VIA REPLACING,     *
001300*    FOR EXAMPLE:                                                 *
001400*                                                                 *
001500*        COPY REJRCMP REPLACING                                   *
001600*            RJ-RECORD              BY  REJRTN-RECORD             *
001700*            RJ-RECORD-TYPE         BY  RR-RECORD-TYPE            *
001800*            RJ-HEADER              BY  RR-HEADER                 *
001900*            RJ-DETAIL              BY  RR-DETAIL                 *
002000*            RJ-TRAILER             BY  RR-TRAILER                *
002100*            RJ-SOURCE-SYSTEM       BY  RR-SOURCE-SYSTEM          *
002200*            RJ-FEED-DATE           BY  RR-FEED-DATE              *
002300*            RJ-RUN-DATE            BY  RR-RUN-DATE               *
002400*            RJ-RUN-NUMBER          BY  RR-RUN-NUMBER             *
002500*            RJ-BODY                BY  RR-BODY                   *
002600*            RJ-DETAIL-BODY         BY  RR-DETAIL-BODY            *
002700*            RJ-REASON-CODE         BY  RR-REASON-CODE            *
002800*            RJ-REJECT-SEQ          BY  RR-REJECT-SEQ             *
002900*            RJ-ORIGINAL-RECORD     BY  RR-ORIGINAL-RECORD        *
003000*            RJ-TRAILER-BODY        BY  RR-TRAILER-BODY           *
003100*            RJ-RECORD-COUNT        BY  RR-RECORD-COUNT           *
003200*            RJ-AMOUNT-TOTAL        BY  RR-AMOUNT-TOTAL.          *
003300*                                                                 *
003400*    REASON CODES:                                                *
003500*        HR  EMPLOYEE NOT ON THE HR MASTER                        *
003600*        CO  COMPANY CODE NOT ON THE COMPANY TABLE                *
003700*        AM  AMOUNT NOT NUMERIC OR NOT POSITIVE                   *
003800*        AR  AMOUNT OUTSIDE THE ALLOWED RANGE                     *
003900*        RT  RECORD TYPE NOT BLANK, A, OR S                       *
004000*        SP  SPLIT PERCENT INVALID                                *
004100*        AS  ADJUSTMENT SIGN INVALID                              *
004200*        AB  ADJUSTMENT BASIS INVALID                             *
004300*        BT  BASIS T ON A RECORD THAT IS NOT TYPE A               *
004400*        BY  BONUS TYPE NOT BLANK, S, OR R                        *
004500*        ST  STATE NOT ON THE TAX TABLE                           *
004600*        LC  LOCALITY NOT ON THE TAX TABLE                        *
004700*        YF  REVERSAL EXCEEDS THE YEAR-TO-DATE BALANCE            *
004800*        YN  NO YEAR-TO-DATE BALANCE FOR THE ADJUSTMENT           *
004900******************************************************************
005000 01  RJ-RECORD.
005100     05  RJ-RECORD-TYPE              PIC X(01).
005200         88  RJ-HEADER                      VALUE 'H'.
005300         88  RJ-DETAIL                      VALUE 'D'.
005400         88  RJ-TRAILER                     VALUE 'T'.
005500     05  RJ-SOURCE-SYSTEM            PIC X(08).
005600*                         SOURCE SYSTEM FROM THE FEED HEADER - THE
005700*                         RETURN FILE IS ROUTED BACK TO IT
005800     05  RJ-FEED-DATE                PIC X(08).
005900     05  RJ-RUN-DATE                 PIC X(08).
006000     05  RJ-RUN-NUMBER               PIC 9(05).
006100*                         LAB14 RUN THAT REJECTED THE RECORDS - A
006200*                         RESTARTED RUN KEEPS ITS ORIGINAL NUMBER
006300     05  RJ-BODY                     PIC X(90).
006400     05  RJ-DETAIL-BODY REDEFINES RJ-BODY.
006500         10  RJ-REASON-CODE          PIC X(02).
006600         10  RJ-REJECT-SEQ           PIC 9(05).
006700*                         ORDINAL OF THE REJECT WITHIN THE RUN,
006800*                         THE SAME ORDER AS THE EXCEPTION REPORT
006900         10  RJ-ORIGINAL-RECORD      PIC X(76).
007000         10  FILLER                  PIC X(07).
007100     05  RJ-TRAILER-BODY REDEFINES RJ-BODY.
007200         10  RJ-RECORD-COUNT         PIC 9(07).
007300         10  RJ-AMOUNT-TOTAL         PIC 9(11)V99.
007400         10  FILLER                  PIC X(70).
