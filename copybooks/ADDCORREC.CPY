000070*   RECORD'S POSITION IN THIS MORNING'S EXCIN STREAM).
000080*   ACTION "C" REPLACES THE EXCEPTION WITH THE CORRECTED
000090*   FIELDS GIVEN HERE AND RECYCLES IT; ACTION "D" DROPS THE
000100*   EXCEPTION FOR GOOD; ACTION "F" FORCES A DU (DUPLICATE
000110*   TRANSACTION ID) EXCEPTION THROUGH, RECYCLING IT WITH THE
000120*   ADDIN DUPLICATE-OVERRIDE BYTE SET - A BLANK ADDEND COUNT
000130*   ON AN "F" CARD KEEPS THE EXCEPTION'S OWN ADDENDS.
000140*   THE TYPE, COUNT AND ADDENDS ARE CARRIED AS RAW
000150*   ALPHANUMERIC SINCE THEY ARE HAND-KEYED - ADDRECYC
000160*   VALIDATES THEM BEFORE RECYCLING.  ADDENDS ARE KEYED IN
000170*   THE SIGNED ADDIN FORMAT (LEADING + OR -, SEVEN DIGITS,
000180*   TWO IMPLIED DECIMALS, E.G. +0000100 IS 1.00).
000190*   A TRANSACTION ID, GL ACCOUNT OR TRANSACTION TYPE LEFT
000200*   BLANK ON A "C" CARD KEEPS THE VALUE ALREADY ON THE
000210*   EXCEPTION RECORD, SO A CORRECTION THAT ONLY FIXES ADDENDS
000220*   NEED NOT RE-KEY THEM.  A BLANK CURRENCY CODE LIKEWISE KEEPS
000230*   THE EXCEPTION'S CURRENCY, AND A BLANK ADDEND COUNT ON A "C"
000240*   CARD, AS ON AN "F" CARD, KEEPS THE EXCEPTION'S OWN ADDENDS -
000250*   AN XC OR XR ITEM CAN BE RECYCLED ONCE ITS RATE IS LOADED ON
000260*   A "C" CARD WITH NOTHING ELSE KEYED.
000270*----------------------------------------------------------------
000280 01  ADDCOR-RECORD.
000290     05  ADDCOR-EXC-SEQ              PIC 9(04).
000300     05  ADDCOR-ACTION               PIC X(01).
000310         88  ADDCOR-CORRECT                 VALUE "C".
000320         88  ADDCOR-DROP                    VALUE "D".
000330         88  ADDCOR-FORCE                   VALUE "F".
000340     05  ADDCOR-TRANS-ID             PIC X(10).
000350     05  ADDCOR-GL-ACCOUNT           PIC X(10).
000360     05  ADDCOR-TRANS-TYPE           PIC X(01).
000370     05  ADDCOR-ADDEND-COUNT         PIC X(02).
000380     05  ADDCOR-ADDEND-TABLE         PIC X(08)
000390                                     OCCURS 10 TIMES.
000400     05  ADDCOR-CURRENCY-CODE        PIC X(03).
000410     05  FILLER                      PIC X(09).
