000010*----------------------------------------------------------*
000020* MASKPARM - the SSN masking card read by every program    *
000030* that prints SSNs.  Column 1 "N" shows SSNs in full; "Y", *
000040* blank or no card at all masks them to the last four      *
000050* digits.  A run with masking off must name the person it  *
000060* is for in MP-REQUESTER-ID - the run is refused without   *
000070* one - and the ID goes onto the PIIDISCL disclosure log   *
000080* with the count of SSNs shown.  An old one-column "N"     *
000090* card carries no ID, so it is refused the same way.       *
000100*----------------------------------------------------------*
000110 01  MASK-PARM-RECORD.
000120     05  MP-MASK-OPTION          PIC X(01).
000130     05  MP-REQUESTER-ID         PIC X(08).
000140     05  FILLER                  PIC X(11).
