                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
           SELECT CADAGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
          03 AG-REMARC          PIC X(21).
          03 AG-TIPOVIS         PIC 9(01).
          03 AG-CONVUSO         PIC 9(04).
          03 AG-DURACAO         PIC 9(03).
      *
      * OS HISTORICOS GUARDAM A IMAGEM INTEGRAL DO REGISTRO VIVO
      *
