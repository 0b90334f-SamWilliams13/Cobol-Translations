000010*----------------------------------------------------------*
000020* JOBDEF - one job's definition in the nightly stream,     *
000030* keyed on the job name.  JD-STREAM-SEQ places the job in  *
000040* the stream - the run-control driver releases and the     *
000050* morning report lists the jobs in this order - and every  *
000060* predecessor must carry a lower number than the job that  *
000070* waits on it.  JD-FREQUENCY says which windows the job is *
000080* due in: every night, one day a week (JD-RUN-DAY 1 is     *
000090* Sunday through 7 Saturday), one day a month (JD-RUN-DAY  *
000100* 1-31 - a day past the end of a short month falls on its  *
000110* last day) or only when asked for.  A job not due tonight *
000120* holds none of its successors.                            *
000130*----------------------------------------------------------*
000140 01  JOB-DEFINITION-RECORD.
000150     05  JD-JOB-NAME             PIC X(15).
000160     05  JD-STREAM-SEQ           PIC 9(04).
000170     05  JD-FREQUENCY            PIC X(01).
000180         88  JD-RUNS-NIGHTLY         VALUE "N".
000190         88  JD-RUNS-WEEKLY          VALUE "W".
000200         88  JD-RUNS-MONTHLY         VALUE "M".
000210         88  JD-RUNS-ON-REQUEST      VALUE "R".
000220     05  JD-RUN-DAY              PIC 9(02).
000230     05  JD-PREDECESSORS.
000240         10  JD-PREDECESSOR      PIC X(15)
000250                                 OCCURS 5 TIMES.
000260     05  JD-LAST-CHANGED         PIC 9(08).
000270     05  FILLER                  PIC X(05).
