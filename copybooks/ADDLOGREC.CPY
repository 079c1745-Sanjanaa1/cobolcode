000090*   BATCH MODE, FROM THE TERMINAL PROMPTS INTERACTIVELY.
000100*   ADDEND AND RESULT FIELDS ARE SIGNED WITH AN EXPLICIT
000110*   LEADING SIGN AND CARRY TWO IMPLIED DECIMAL PLACES.
000120*   THE RESULT IS IN BASE CURRENCY.  FOR A DETAIL KEYED IN A
000130*   FOREIGN CURRENCY THE ADDENDS AND THE ORIGINAL RESULT ARE IN
000140*   THE CURRENCY KEYED, AND THE RESULT IS THE ORIGINAL RESULT
000150*   TIMES THE FX RATE ROUNDED TO THE CENT (SEE ADDOUTREC).
000160*   ROWS WRITTEN BEFORE THE CURRENCY WAS CARRIED HAVE SPACES
000170*   IN THE THREE CURRENCY FIELDS AND ARE BASE CURRENCY.
000180*----------------------------------------------------------------
000190 01  ADDLOG-RECORD.
000200     05  ADDLOG-TRANS-ID             PIC X(10).
000210     05  ADDLOG-GL-ACCOUNT           PIC X(10).
000220     05  ADDLOG-TRANS-TYPE           PIC X(01).
000230     05  ADDLOG-ADDEND-COUNT         PIC 9(02).
000240     05  ADDLOG-ADDEND-TABLE         PIC S9(05)V99
000250                                     SIGN LEADING SEPARATE
000260                                     OCCURS 10 TIMES.
000270     05  ADDLOG-RESULT               PIC S9(07)V99
000280                                     SIGN LEADING SEPARATE.
000290     05  ADDLOG-TIMESTAMP.
000300         10  ADDLOG-LOG-DATE         PIC 9(08).
000310         10  ADDLOG-LOG-TIME         PIC 9(06).
000320     05  ADDLOG-OPERATOR-ID          PIC X(08).
000330     05  ADDLOG-JOB-ID               PIC X(08).
000340     05  FILLER                      PIC X(05).
000350     05  ADDLOG-CURRENCY-CODE        PIC X(03).
000360     05  ADDLOG-FX-RATE              PIC 9(04)V9(06).
000370     05  ADDLOG-ORIG-RESULT          PIC S9(07)V99
000380                                     SIGN LEADING SEPARATE.
000390     05  FILLER                      PIC X(09).
