                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
