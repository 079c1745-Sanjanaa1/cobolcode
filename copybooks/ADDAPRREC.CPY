000030*   RECORD LAYOUT FOR THE ADDAPR APPROVER MASTER DATASET READ
000040*   BY ADDSUSRV - THE LIST OF SUPERVISORS AUTHORIZED TO
000050*   RELEASE OR VOID HELD SUSPENSE TRANSACTIONS, MAINTAINED BY
000060*   OPERATIONS THROUGH ADDPRMMT.  ONE "C" CONTROL RECORD (FIRST
000070*   ON THE FILE) CARRIES THE DUAL-APPROVAL THRESHOLD: A HELD
000080*   TRANSACTION WHOSE RESULT MAGNITUDE EXCEEDS IT NEEDS A
000090*   SECOND, DIFFERENT APPROVER ON THE RELEASE CARD.  ONE "A"
