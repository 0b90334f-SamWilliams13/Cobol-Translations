000010*----------------------------------------------------------*
000020* BADADDR - one employee whose mail came back from the     *
000030* vendor undeliverable with no correction, keyed by SSN.   *
000040* BA-STREET through BA-ZIP are the address that bounced,   *
000050* as it stood on the master when the return was worked.    *
000060* The mailing jobs hold the employee out only while the    *
000070* master still carries that address - keying a new address *
000080* releases the hold - and the return step drops the        *
000090* record once it sees the address has changed.             *
000100*----------------------------------------------------------*
000110 01  BAD-ADDRESS-RECORD.
000120     05  BA-SSN-KEY              PIC X(09).
000130     05  BA-STREET               PIC X(20).
000140     05  BA-CITY                 PIC X(10).
000150     05  BA-STATE                PIC X(02).
000160     05  BA-ZIP                  PIC X(09).
000170     05  BA-RETURN-DATE          PIC 9(08).
000180     05  FILLER                  PIC X(02).
