000100******************************************************************
000200*    LAB44M                                                      *
000300*                                                                *
000400*    SYMBOLIC MAP FOR BMS MAPSET LAB44M, MAP LAB44MA - THE BONUS *
000500*    PAYMENT HELP DESK INQUIRY SCREEN (TRANSACTION BINQ, PROGRAM *
000600*    LAB44).  FIELDS ARE IN SCREEN ORDER AND MUST MATCH THE      *
000700*    DFHMDF MACROS IN LAB44M.BMS - A FIELD ADDED TO OR MOVED ON  *
000800*    THE MAP IS ADDED OR MOVED HERE IN THE SAME PLACE.  EACH     *
000900*    FIELD CARRIES THE USUAL LENGTH (L), FLAG (F), ATTRIBUTE     *
001000*    (A), INPUT (I) AND OUTPUT (O) NAMES; THE DETAIL ROWS ARE    *
001100*    ARRAYS.                                                     *
001200******************************************************************
001300 01  LAB44MAI.
001400     02  FILLER                PIC X(12).
001500     02  CURDTL                PIC S9(04) COMP.
001600     02  CURDTF                PIC X(01).
001700     02  FILLER REDEFINES CURDTF.
001800         03  CURDTA            PIC X(01).
001900     02  CURDTI                PIC X(10).
002000     02  EMPIDL                PIC S9(04) COMP.
002100     02  EMPIDF                PIC X(01).
002200     02  FILLER REDEFINES EMPIDF.
002300         03  EMPIDA            PIC X(01).
002400     02  EMPIDI                PIC X(08).
002500     02  EMPNML                PIC S9(04) COMP.
002600     02  EMPNMF                PIC X(01).
002700     02  FILLER REDEFINES EMPNMF.
002800         03  EMPNMA            PIC X(01).
002900     02  EMPNMI                PIC X(54).
003000     02  YTDLNGI OCCURS 4 TIMES.
003100         03  YTDLNL            PIC S9(04) COMP.
003200         03  YTDLNF            PIC X(01).
003300         03  FILLER REDEFINES YTDLNF.
003400             04  YTDLNA        PIC X(01).
003500         03  YTDLNI            PIC X(79).
003600     02  HPAGEL                PIC S9(04) COMP.
003700     02  HPAGEF                PIC X(01).
003800     02  FILLER REDEFINES HPAGEF.
003900         03  HPAGEA            PIC X(01).
004000     02  HPAGEI                PIC X(03).
004100     02  HSTLNGI OCCURS 5 TIMES.
004200         03  HSTLNL            PIC S9(04) COMP.
004300         03  HSTLNF            PIC X(01).
004400         03  FILLER REDEFINES HSTLNF.
004500             04  HSTLNA        PIC X(01).
004600         03  HSTLNI            PIC X(79).
004700     02  SPAGEL                PIC S9(04) COMP.
004800     02  SPAGEF                PIC X(01).
004900     02  FILLER REDEFINES SPAGEF.
005000         03  SPAGEA            PIC X(01).
005100     02  SPAGEI                PIC X(03).
005200     02  SUSLNGI OCCURS 4 TIMES.
005300         03  SUSLNL            PIC S9(04) COMP.
005400         03  SUSLNF            PIC X(01).
005500         03  FILLER REDEFINES SUSLNF.
005600             04  SUSLNA        PIC X(01).
005700         03  SUSLNI            PIC X(79).
005800     02  MSGL                  PIC S9(04) COMP.
005900     02  MSGF                  PIC X(01).
006000     02  FILLER REDEFINES MSGF.
006100         03  MSGA              PIC X(01).
006200     02  MSGI                  PIC X(79).
006300
006400 01  LAB44MAO REDEFINES LAB44MAI.
006500     02  FILLER                PIC X(12).
006600     02  FILLER                PIC X(03).
006700     02  CURDTO                PIC X(10).
006800     02  FILLER                PIC X(03).
006900     02  EMPIDO                PIC X(08).
007000     02  FILLER                PIC X(03).
007100     02  EMPNMO                PIC X(54).
007200     02  YTDLNGO OCCURS 4 TIMES.
007300         03  FILLER            PIC X(03).
007400         03  YTDLNO            PIC X(79).
007500     02  FILLER                PIC X(03).
007600     02  HPAGEO                PIC X(03).
007700     02  HSTLNGO OCCURS 5 TIMES.
007800         03  FILLER            PIC X(03).
007900         03  HSTLNO            PIC X(79).
008000     02  FILLER                PIC X(03).
008100     02  SPAGEO                PIC X(03).
008200     02  SUSLNGO OCCURS 4 TIMES.
008300         03  FILLER            PIC X(03).
008400         03  SUSLNO            PIC X(79).
008500     02  FILLER                PIC X(03).
008600     02  MSGO                  PIC X(79).
