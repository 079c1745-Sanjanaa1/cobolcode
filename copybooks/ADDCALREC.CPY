000030*   RECORD LAYOUT FOR THE ADDCAL HOLIDAY CALENDAR DATASET
000040*   READ BY THE ADDBDROL BUSINESS-DATE ROLL - ONE 80-BYTE
000050*   RECORD PER NON-PROCESSING DAY (BANK HOLIDAY, SHUTDOWN),
000060*   MAINTAINED BY OPERATIONS THROUGH ADDPRMMT.  WEEKENDS NEED
000070*   NO ENTRIES - THE ROLL SKIPS SATURDAY AND SUNDAY ON ITS
000080*   OWN.  KEEP THE FILE A YEAR OR SO AHEAD.
000090*----------------------------------------------------------------
