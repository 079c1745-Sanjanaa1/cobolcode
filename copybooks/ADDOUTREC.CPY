000090*   LEADING SIGN AND CARRY TWO IMPLIED DECIMAL PLACES; THE
000100*   RESULT IS THE NET OF THE SIGNED ADDENDS, NEGATED FOR A
000110*   CREDIT MEMO.
000120*   THE RESULT IS IN BASE CURRENCY.  FOR A DETAIL KEYED IN A
000130*   FOREIGN CURRENCY THE ADDENDS AND THE ORIGINAL RESULT ARE IN
000140*   THE CURRENCY KEYED, AND THE RESULT IS THE ORIGINAL RESULT
000150*   TIMES THE FX RATE (BASE UNITS PER ONE UNIT OF THE CURRENCY,
000160*   SIX DECIMALS) ROUNDED TO THE CENT.  A BASE-CURRENCY DETAIL
000170*   CARRIES THE BASE CODE, RATE 1 AND AN ORIGINAL RESULT EQUAL
000180*   TO THE RESULT.  ROWS WRITTEN BEFORE THE CURRENCY WAS
000190*   CARRIED HAVE SPACES IN ALL THREE AND ARE BASE CURRENCY.
000200*----------------------------------------------------------------
000210 01  ADDOUT-RECORD.
000220     05  ADDOUT-TRANS-ID             PIC X(10).
000230     05  ADDOUT-GL-ACCOUNT           PIC X(10).
000240     05  ADDOUT-TRANS-TYPE           PIC X(01).
000250     05  ADDOUT-ADDEND-COUNT         PIC 9(02).
000260     05  ADDOUT-ADDEND-TABLE         PIC S9(05)V99
000270                                     SIGN LEADING SEPARATE
000280                                     OCCURS 10 TIMES.
000290     05  ADDOUT-RESULT               PIC S9(07)V99
000300                                     SIGN LEADING SEPARATE.
000310     05  FILLER                      PIC X(05).
000320     05  ADDOUT-CURRENCY-CODE        PIC X(03).
000330     05  ADDOUT-FX-RATE              PIC 9(04)V9(06).
000340     05  ADDOUT-ORIG-RESULT          PIC S9(07)V99
000350                                     SIGN LEADING SEPARATE.
000360     05  FILLER                      PIC X(09).
