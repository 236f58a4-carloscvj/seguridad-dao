        FD  FDWHCTL
            DATA RECORD IS RDWHCTL.
        01  RDWHCTL.
            03 DC-FECHA PIC 9(8).
            03 DC-FASE PIC X(8).
            03 DC-PERFIL PIC X(8).
            03 DC-SEQUSU PIC 9(9).
            03 DC-SEQATR PIC 9(9).
            03 DC-SEQROLE PIC 9(9).
            03 DC-SEQNODO PIC 9(9).
            03 DC-SEMBRADO PIC X(4).
            03 DC-CUENTA PIC 9(8).
            03 DC-HORA PIC 9(6).
