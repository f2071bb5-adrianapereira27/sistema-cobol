             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-nr-pedido
             ALTERNATE KEY      IS rw-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-chave-cliente-data
                                = rw-cd-cliente rw-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-pedidos.

                  05 rw-met-nr-anomes      PIC 9(006).
               03 rw-met-qt-visitas        PIC 9(005).
               03 rw-met-vl-pedidos        PIC 9(009)v9(002).
               03 rw-met-vl-verba-bonif    PIC 9(009)v9(002).

           FD arq-pedidos.
           01  rw-registro.
                  88 rw-pedido-cancelado       VALUE "X".
               03 rw-ds-motivo-cancel      PIC x(030).
               03 rw-cd-cond-pagto         PIC x(003).
               03 rw-dt-entrega-prevista   PIC 9(008).
               03 rw-dt-confirmacao        PIC 9(008).
               03 rw-dt-transmissao        PIC 9(008).
               03 rw-dt-entrega            PIC 9(008).
               03 rw-st-entrega            PIC x(001).
               03 rw-dt-romaneio           PIC 9(008).
               03 rw-nr-romaneio           PIC 9(002).

           FD arq-devolucoes.
           01  rw-dev-registro.
               03 ws-resultado-metas       PIC x(02).
                  88 ws-metas-ok               VALUE "00", "02".
                  88 ws-meta-existente         VALUE "22".
                  88 ws-metas-inexistente      VALUE "35".
               03 ws-resultado-pedidos     PIC x(02).
                  88 ws-pedidos-ok             VALUE "00", "02".
               03 ws-resultado-devolucoes  PIC x(02).
                  88 ws-devolucoes-ok          VALUE "00", "02".
                  88 ws-devolucoes-inexistente VALUE "35".
               03 ws-resultado-visitas     PIC x(02).
                  88 ws-visitas-ok             VALUE "00", "02".
                  88 ws-visitas-inexistente    VALUE "35".

           01  PARAMETROS-PARAMETRO.
               05 PAR-CODIGO               PIC x(020) VALUE SPACES.

       ACUMULAR-VISITAS SECTION.
           OPEN INPUT arq-visitas.
           IF  ws-visitas-inexistente
               EXIT SECTION
           END-IF.
           IF  NOT ws-visitas-ok
               DISPLAY "SUGESTAO-METAS: visitasRealizadas.txt nao "
                       "abriu, status " ws-resultado-visitas
               MOVE 8                      TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           READ arq-visitas.
           PERFORM UNTIL NOT ws-visitas-ok
               UNSTRING rw-visita DELIMITED BY ";"
       ACUMULAR-PEDIDOS SECTION.
           OPEN INPUT arq-pedidos.
           IF  NOT ws-pedidos-ok
               DISPLAY "SUGESTAO-METAS: pedidos.dat nao abriu, status "
                       ws-resultado-pedidos
               MOVE 8                      TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           READ arq-pedidos NEXT RECORD.
           PERFORM UNTIL NOT ws-pedidos-ok

       ABATER-DEVOLUCOES SECTION.
           OPEN INPUT arq-devolucoes.
           IF  ws-devolucoes-inexistente
               EXIT SECTION
           END-IF.
           IF  NOT ws-devolucoes-ok
               DISPLAY "SUGESTAO-METAS: devolucoes.dat nao abriu, "
                       "status " ws-resultado-devolucoes
               MOVE 8                      TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           READ arq-devolucoes NEXT RECORD.
           PERFORM UNTIL NOT ws-devolucoes-ok
               MOVE rw-dev-dt-devolucao(1:6) TO ws-anomes-lido

       GRAVAR-PROPOSTAS SECTION.
           OPEN I-O arq-metas.
           IF  ws-metas-inexistente
               OPEN OUTPUT arq-metas
               CLOSE arq-metas
               OPEN I-O arq-metas
           END-IF.
           IF  NOT ws-metas-ok
               DISPLAY "SUGESTAO-METAS: metas.dat nao abriu, status "
                       ws-resultado-metas
               MOVE 8                      TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           PERFORM VARYING ws-idx-vendedor FROM 1 BY 1
                     UNTIL ws-idx-vendedor > 999
               SET ws-idx-acum             TO ws-idx-vendedor
