000020* ADDLIMREC.CPY
000030*   RECORD LAYOUT FOR THE ADDLIM BUSINESS-LIMIT PARAMETER
000040*   DATASET READ BY ADD3NUM AT THE START OF EVERY BATCH RUN.
000050*   ONE 80-BYTE RECORD, MAINTAINED BY OPERATIONS THROUGH
000060*   ADDPRMMT, SO LIMITS CHANGE WITHOUT A PROGRAM CHANGE.  ALL
000070*   THREE LIMITS ARE UNSIGNED MAGNITUDES WITH TWO IMPLIED
000080*   DECIMALS AND APPLY TO ABSOLUTE VALUES: THE LARGEST SINGLE
000090*   ADDEND, THE LARGEST TRANSACTION (NET) RESULT, AND THE
