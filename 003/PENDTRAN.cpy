000010*----------------------------------------------------------*
000020* PENDTRAN - one EMPTRAN-format transaction held on the    *
000030* PENDING-TRANSACTIONS file until its effective date,      *
000040* keyed on the effective date, the SSN and the transaction *
000050* code - so the file reads in the order the cards come     *
000060* due.  PT-TRANSACTION is the card exactly as it will be   *
000070* fed to the front-end edit.  The release step marks a     *
000080* card released with the date it went out rather than      *
000090* deleting it, so a rerun of the release that same night   *
000100* feeds it again; the next night's release drops it.       *
000110*----------------------------------------------------------*
000120 01  PENDING-TRANSACTION-RECORD.
000130     05  PT-PENDING-KEY.
000140         10  PT-EFF-DATE         PIC X(08).
000150         10  PT-SSN-KEY          PIC X(09).
000160         10  PT-TRANS-CODE       PIC X(01).
000170     05  PT-STATUS               PIC X(01).
000180         88  PT-IS-PENDING           VALUE "P".
000190         88  PT-IS-RELEASED          VALUE "R".
000200     05  PT-ENTERED-DATE         PIC 9(08).
000210     05  PT-RELEASED-DATE        PIC 9(08).
000220     05  PT-TRANSACTION          PIC X(110).
000230     05  FILLER                  PIC X(05).
