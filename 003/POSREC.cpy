000010*----------------------------------------------------------*
000020* POSREC - one entry of the POSITION-TABLE indexed file,   *
000030* keyed on the department code and the job code together.  *
000040* Carries the budgeted headcount for that job in that      *
000050* department - the number of active employees it is        *
000060* authorized to hold - and an active/closed flag: a        *
000070* closed position takes no new hires or rehires, but the   *
000080* employees already in it stay where they are and count    *
000090* against it as over-filled until they move on.            *
000100*----------------------------------------------------------*
000110 01  POSITION-TABLE-RECORD.
000120     05  PS-POSITION-KEY.
000130         10  PS-DEPT-CODE        PIC X(04).
000140         10  PS-JOB-CODE         PIC X(04).
000150     05  PS-AUTHORIZED           PIC 9(04).
000160     05  PS-STATUS               PIC X(01).
000170         88  PS-IS-ACTIVE            VALUE "A".
000180         88  PS-IS-CLOSED            VALUE "C".
000190     05  PS-LAST-CHANGED         PIC 9(08).
000200     05  FILLER                  PIC X(19).
