000010*----------------------------------------------------------*
000020* PIIDISC - one disclosure record, appended to the         *
000030* PIIDISCL log by every program that prints full SSNs      *
000040* when its MASKPARM card turns masking off.  One record    *
000050* per report the run produced with SSNs in it: the         *
000060* program, when it ran, who asked for the unmasked run,    *
000070* the report (by its file name, SYSOUT for the job log)    *
000080* and how many SSNs went onto it in full.  A run writes    *
000090* its records together under one run date and time.  The   *
000100* monthly PII access report summarizes this log.           *
000110*----------------------------------------------------------*
000120 01  PII-DISCLOSURE-RECORD.
000130     05  PD-PROGRAM-NAME         PIC X(15).
000140     05  PD-RUN-DATE             PIC 9(08).
000150     05  PD-RUN-TIME             PIC 9(08).
000160     05  PD-REQUESTER-ID         PIC X(08).
000170     05  PD-REPORT-NAME          PIC X(08).
000180     05  PD-SSNS-SHOWN           PIC 9(07).
000190     05  FILLER                  PIC X(06).
