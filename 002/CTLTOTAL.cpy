000010*----------------------------------------------------------*
000020* CTLTOTAL - one job's control-total record, written at    *
000030* termination so a later run can reconcile record counts   *
000040* across jobs.  A job that pays money also leaves its      *
000042* hours and its dollars from both sides of its sort - the  *
000044* amount extended card by card as the hours were accepted  *
000046* and the amount actually paid out on the register - so    *
000048* the dollars can be tied back to the hours.  Jobs that    *
000049* carry no money leave those fields blank.  The premium    *
000049* is the part of the paid amount earned as overtime, which *
000049* is only known on the paid side, so paid ties to extended *
000049* plus premium.                                            *
000050*----------------------------------------------------------*
000080 01  CONTROL-TOTAL-RECORD.
000090     05  CT-JOB-NAME             PIC X(15).
000100     05  CT-RECORDS-READ         PIC 9(07).
000110     05  CT-RECORDS-WRITTEN      PIC 9(07).
000120     05  CT-RECORDS-REJECTED     PIC 9(07).
000122     05  CT-CONTROL-HOURS        PIC 9(07)V9(01).
000124     05  CT-EXTENDED-AMOUNT      PIC 9(09)V9(02).
000126     05  CT-PAID-AMOUNT          PIC 9(09)V9(02).
000128     05  CT-PREMIUM-AMOUNT       PIC 9(09)V9(02).
000130     05  FILLER                  PIC X(03).
