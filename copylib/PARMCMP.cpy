000700*    PROGRAM CHANGE.  A '*' IN COLUMN 1 MARKS A COMMENT RECORD.   *
000800*                                                                 *
000900*    KEYWORDS AND VALUE FORMATS:                                  *
000950*        COMPANY-NAME      RETIRED - ACCEPTED AND PASSED OVER;    *
001000*        COMPANY-ID        RETIRED - ACCEPTED AND PASSED OVER;    *
001050*                          THE NAME, TAX FEED ID AND BANK OF      *
001100*                          EACH LEGAL ENTITY ARE NOW ON THE       *
001150*                          COMPANY TABLE (COMPCMP)                *
001200*        MGR-REVIEW-LIMIT  9 DIGITS, LAST TWO ARE CENTS           *
001300*        MAX-BONUS-AMT     9 DIGITS, LAST TWO ARE CENTS           *
001400*        MAX-PAGE-LINES    3 DIGITS                               *
001414*        DUP-LOOKBACK-DAY  3 DIGITS - DAYS OF BONUS HISTORY       *
001428*                          SEARCHED FOR A DUPLICATE PAYMENT,      *
001442*                          ZERO TURNS THE CHECK OFF               *
001456*        DUP-TOLERANCE     9 DIGITS, LAST TWO ARE CENTS - HOW     *
001470*                          CLOSE AN EARLIER PAYMENT MUST BE TO    *
001484*                          COUNT AS A DUPLICATE                   *
001486*        PAY-LEAD-DAYS     3 DIGITS, 000 THRU 015 - THE BANK PAY  *
001488*                          DATE IS THE FIRST BUSINESS DAY (NOT A  *
001490*                          WEEKEND OR HOLCAL HOLIDAY) AT LEAST    *
001492*                          THIS MANY DAYS AFTER THE RUN DATE;     *
001494*                          002 WHEN OMITTED                       *
001500*                                                                 *
001600*    EACH PROGRAM APPLIES THE KEYWORDS IT OWNS AND PASSES OVER    *
001700*    THE OTHERS.  THE INCLUDING PROGRAM RENAMES EVERY FIELD VIA   *
