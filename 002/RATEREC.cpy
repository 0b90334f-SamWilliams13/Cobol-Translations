000010*----------------------------------------------------------*
000020* RATEREC - one entry of the RATE-TABLE indexed file,      *
000030* keyed on the A value in its input-card form: a leading   *
000040* sign, two whole digits and four decimal places with the  *
000045* point implied, so 1/2.5 files under +025000.  Carries    *
000050* the computed reciprocal at the decimal precision it was  *
000060* computed to, so a rerun at higher precision can replace  *
000070* a coarser entry and a coarser rerun leaves a finer entry *
000075* alone.  The reciprocal of a fractional A can run past    *
000077* one, hence the whole digits on RT-RECIPROCAL.            *
000080*----------------------------------------------------------*
000090 01  RATE-TABLE-RECORD.
000100     05  RT-A-KEY                PIC X(07).
000105     05  RT-A-VALUE REDEFINES RT-A-KEY
000106                                 PIC S99V9(4)
000107                                 SIGN IS LEADING SEPARATE.
000110     05  RT-RECIPROCAL           PIC S9(5)V9(9)
000120                                 SIGN IS LEADING SEPARATE.
000130     05  RT-DECIMALS             PIC 9.
000140     05  RT-LAST-RUN-DATE        PIC 9(08).
000150     05  FILLER                  PIC X(09).
