      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    PRINTABLE RETURN NOTE | FILE-CONTROL SELECT CLAUSE
      ******************************************************************
      *    THE FILE NAME IS BUILT AT RUN TIME AS RT + NUMBER + .PRN,
      *    SO EVERY RETURN KEEPS ITS OWN NOTE AND A REPRINT SIMPLY
      *    RECREATES IT.
      ******************************************************************
      *     V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
           SELECT RETNOTE-FILE ASSIGN TO WS-RETNOTE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-RETNOTE-STATUS.
