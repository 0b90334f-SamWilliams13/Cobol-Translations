000010*----------------------------------------------------------*
000020* MSTSTAT - one master-statistics record, appended to the  *
000030* MSTSTATS history by every job that changes the number    *
000040* of records on EMPLOYEE-MASTER: the nightly update, the   *
000050* retention purge, the reload and the forward recovery.    *
000060* The start and end totals are counted off the master      *
000070* itself, split active and terminated; the activity counts *
000080* are the job's own.  For every job the end totals must be *
000090* the start totals moved by the activity - adds arrive     *
000100* active, a termination moves one across, a rehire moves   *
000110* one back, a purge takes a terminated one away - and each *
000120* job's start must be the end the job before it left.  A   *
000130* reload starts the chain again from its backup: its start *
000140* totals are the backup image and MT-BACKUP-COUNT carries  *
000150* the backup trailer count.                                *
000160*----------------------------------------------------------*
000170 01  MASTER-STATISTICS-RECORD.
000180     05  MT-JOB-NAME             PIC X(15).
000190     05  MT-RUN-DATE             PIC 9(08).
000200     05  MT-RUN-TIME             PIC 9(08).
000210     05  MT-START-TOTALS.
000220         10  MT-START-ACTIVE     PIC 9(07).
000230         10  MT-START-TERMINATED PIC 9(07).
000240     05  MT-END-TOTALS.
000250         10  MT-END-ACTIVE       PIC 9(07).
000260         10  MT-END-TERMINATED   PIC 9(07).
000270     05  MT-ACTIVITY.
000280         10  MT-ADDS             PIC 9(07).
000290         10  MT-TERMINATIONS     PIC 9(07).
000300         10  MT-REHIRES          PIC 9(07).
000310         10  MT-PURGES           PIC 9(07).
000320     05  MT-BACKUP-COUNT         PIC 9(07).
000330     05  FILLER                  PIC X(06).
