      * Purpose: Localizar o proximo dia util a partir de uma data
      *          base: pula sabados, domingos e as datas marcadas como
      *          nao uteis no calendario (calendario.dat) da regiao
      *          informada (espacos = calendario nacional); data sem
      *          marcacao no calendario da regiao segue o nacional.
      *          Retorno "00" com a data em DU-DT-PROXIMO-UTIL.
      * Tectonics: cobc
      ******************************************************************
           END-IF.
           MOVE DU-CD-REGIAO               TO rw-cal-cd-regiao.
           MOVE ws-dt-candidata            TO rw-cal-dt-dia.
           READ arq-calendario KEY IS rw-cal-chave
               INVALID KEY
                   PERFORM AVALIAR-CALENDARIO-NACIONAL
               NOT INVALID KEY
                   IF  rw-cal-dia-nao-util
                       PERFORM AVANCAR-UM-DIA
                   ELSE
                       MOVE "S"            TO ws-achou-util-sw
                   END-IF
           END-READ.

       AVALIAR-CALENDARIO-NACIONAL SECTION.
           IF  DU-CD-REGIAO EQUAL SPACES
               MOVE "S"                    TO ws-achou-util-sw
               EXIT SECTION
           END-IF.
           MOVE SPACES                     TO rw-cal-cd-regiao.
           MOVE ws-dt-candidata            TO rw-cal-dt-dia.
           READ arq-calendario KEY IS rw-cal-chave
               INVALID KEY
                   MOVE "S"                TO ws-achou-util-sw
