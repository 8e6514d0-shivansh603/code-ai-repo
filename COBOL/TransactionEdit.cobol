000325*                     INSTEAD OF POSTING THEM EARLY. A ZERO
000326*                     DATE MEANS POST ON ARRIVAL, SO THE OLD
000327*                     SAME-DAY UPLOADS KEEP WORKING.
000328*    10/15/2026 JDH   THE INSTALLMENT LOAN PAYMENT (CODE L) IS
000329*                     NOW A VALID TRANSACTION CODE. ITS ACCOUNT-
000330*                     ID CARRIES THE LOAN NUMBER; THE POSTING RUN
000331*                     MATCHES IT AGAINST THE LOAN MASTER.
000332*
000333 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT UploadFile ASSIGN TO 'transactions_upload.dat'
002470         WHEN UPL-TransAmount NOT NUMERIC
002480             MOVE 'TRANS AMOUNT NOT NUMERIC' TO REJ-Reason
002490             SET DETAIL-REJECTED TO TRUE
002500         WHEN UPL-TransCode NOT = 'D' AND 'W' AND 'T' AND 'L'
002510             MOVE 'UNKNOWN TRANSACTION CODE' TO REJ-Reason
002520             SET DETAIL-REJECTED TO TRUE
002530         WHEN UPL-TransAmount-N = 0
