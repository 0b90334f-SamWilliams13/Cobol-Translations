000010*----------------------------------------------------------*
000020* JOBRATE - one entry of the JOB-RATE-TABLE indexed file,  *
000030* keyed on the job code and the date the rate takes        *
000040* effect.  A job carries one entry per rate it has ever    *
000050* had; the rate in force on a given work date is the entry *
000060* with the latest effective date not after it.  A rate     *
000070* change is a new entry, never an overwrite, so a late     *
000080* timecard for an earlier week still pays at the rate that *
000090* was in force when the hours were worked.                 *
000100*----------------------------------------------------------*
000110 01  JOB-RATE-RECORD.
000120     05  JR-RATE-KEY.
000130         10  JR-JOB-CODE         PIC X(04).
000140         10  JR-EFF-DATE         PIC X(08).
000150     05  JR-HOURLY-RATE          PIC 9(03)V9(02).
000160     05  FILLER                  PIC X(23).
