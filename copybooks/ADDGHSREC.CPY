000110*   GENERATIONS WHEN THE GL GROUP ASKS ABOUT AN OLD POSTING.
000120*   KEEP THE LENGTH IN STEP WITH ADDGLREC.
000130*----------------------------------------------------------------
000140 01  ADDGHS-RECORD                  PIC X(90).
