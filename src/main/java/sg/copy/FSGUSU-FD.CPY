            05 MODHORA PIC 9(6).
            05 ENTIDAD PIC X(4).
            05 TIPO-CUENTA PIC X(1).
            05 HABILITACION PIC 9(1).
            05 IDIOMA PIC X(8).
            05 FILLER PIC X(12).
