002430*            BC-ADJUSTMENT          BY  IR-ADJUSTMENT           *
002440*            BC-ADJ-SIGN            BY  IR-ADJ-SIGN             *
002450*            BC-ADJ-NEGATIVE        BY  IR-ADJ-NEGATIVE         *
002458*            BC-ADJ-POSITIVE        BY  IR-ADJ-POSITIVE         *
002466*            BC-BONUS-TYPE          BY  IR-BONUS-TYPE           *
002474*            BC-REGULAR-BONUS       BY  IR-REGULAR-BONUS        *
002482*            BC-SIGN-ON-BONUS       BY  IR-SIGN-ON-BONUS        *
002490*            BC-RETENTION-BONUS     BY  IR-RETENTION-BONUS.     *
002500******************************************************************
002600 01  BC-RECORD.
002700     05  BC-STATE-CODE               PIC X(02).
003884*                         '+' ADDS IT IN; BLANK OTHERWISE
003886         88  BC-ADJ-NEGATIVE                VALUE '-'.
003888         88  BC-ADJ-POSITIVE                VALUE '+'.
003889     05  FILLER                      PIC X(16).
003890     05  BC-BONUS-TYPE               PIC X(01).
003891*                         BLANK = AN ORDINARY BONUS; 'S' = A
003892*                         SIGN-ON BONUS AND 'R' = A RETENTION
003893*                         BONUS, BOTH PAID UNDER A REPAYMENT
003894*                         AGREEMENT (AGRMAST, MAINTAINED BY
003895*                         LAB45) THAT LAB46 CLAWS BACK FROM ON
003896*                         EARLY TERMINATION.  LAB14 CARRIES THE
003897*                         CODE ONTO THE BONUS HISTORY
003898         88  BC-REGULAR-BONUS               VALUE ' '.
003899         88  BC-SIGN-ON-BONUS               VALUE 'S'.
003900         88  BC-RETENTION-BONUS             VALUE 'R'.
003901     05  BC-ADJ-BASIS                PIC X(01).
003902*                         ON AN ADJUSTMENT, BLANK = THE AMOUNT
003903*                         IS A GROSS ADJUSTMENT PRICED THROUGH
003904*                         THE TAX MODULE AS USUAL; 'T' = A
003905*                         TAX-ONLY ADJUSTMENT - THE AMOUNT MOVES
003906*                         STATE TAX WITHHELD (NET MOVES THE
003907*                         OPPOSITE WAY, GROSS IS UNTOUCHED),
003908*                         AS WRITTEN BY THE LAB29 RETROACTIVE
003909*                         RECALCULATION RUN
003910         88  BC-ADJ-GROSS-BASIS             VALUE ' '.
003911         88  BC-ADJ-TAX-ONLY                VALUE 'T'.
003912     05  BC-SPLIT-PCT                PIC 9(03).
003913*                         ON A SPLIT ALLOCATION, 001-100 = THE
003914*                         PERCENT OF BC-BONUS-AMT (THE WHOLE
003915*                         BONUS) ALLOCATED TO BC-STATE-CODE;
003916*                         ZERO = BC-BONUS-AMT IS ALREADY THIS
003917*                         PORTION'S DOLLAR AMOUNT
