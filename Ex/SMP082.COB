                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
       SELECT CADREDE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
          03 AG-REMARC          PIC X(21).
          03 AG-TIPOVIS         PIC 9(01).
          03 AG-CONVUSO         PIC 9(04).
          03 AG-DURACAO         PIC 9(03).
      *
       FD CADCONSULTA
               LABEL RECORD IS STANDARD
       FD BKPAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENDA.BKP".
       01 REGBKPAGEN    PIC X(108).
      *
       FD BKPCONS
               LABEL RECORD IS STANDARD
