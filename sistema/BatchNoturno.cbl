      * Date: 25/06/2019
      * Purpose: Ciclo noturno (importacao, relatorio e distribuicao)
      *          sem intervencao do operador, para execucao via job
      *          scheduler. Fecha com o pacote offline de cada
      *          vendedor para a captura em campo e, as segundas, com
      *          o relatorio das ocorrencias de SAC vencidas. Antes
      *          do resumo diario confere a cadeia de selos das trilhas
      *          de auditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           01  PARAMETROS-ROTEIRIZACAO.
               05 ROTA-MAX-VISITAS-DIA     PIC 9(003) VALUE ZEROS.
               05 ROTA-CD-VENDEDOR         PIC 9(003) VALUE ZEROS.
               05 ROTA-MODO                PIC x(001) VALUE SPACES.

           01  PARAMETROS-EXTRACAO-OFFLINE.
               05 OFF-CD-VENDEDOR          PIC 9(003) VALUE ZEROS.

           01  PARAMETROS-BACKUP.
               05 BKP-MODO                 PIC x(001) VALUE SPACES.
           01  ws-controle-batch.
               03 ws-ultima-etapa          PIC 9(002) VALUE ZEROS.
               03 ws-etapa-atual           PIC 9(002) VALUE ZEROS.
               03 ws-nr-dia-semana         PIC 9(001) VALUE ZEROS.

           01  ws-totais-importacao.
               03 ws-qt-inseridos          PIC 9(006) VALUE ZEROS.
               PERFORM CONCLUIR-ETAPA-BATCH
           END-IF.

      *    a verificacao da auditoria entra no resumo do dia
           IF  ws-ultima-etapa LESS 10
               MOVE 10                     TO ws-etapa-atual
               MOVE "verificacao da trilha de auditoria"
                                           TO ws-nome-etapa
               PERFORM INICIAR-ETAPA-BATCH
               DISPLAY "BATCH-NOTURNO: verificando trilha de auditoria"
               CALL "VERIFICACAO-AUDITORIA"
                     USING PARAMETROS-IDENTIFICACAO
               CANCEL "VERIFICACAO-AUDITORIA"
               PERFORM CONCLUIR-ETAPA-BATCH
           END-IF.

           IF  ws-ultima-etapa LESS 11
               MOVE 11                     TO ws-etapa-atual
               MOVE "resumo diario de operacao" TO ws-nome-etapa
               PERFORM INICIAR-ETAPA-BATCH
               DISPLAY "BATCH-NOTURNO: gerando resumo diario"
               PERFORM CONCLUIR-ETAPA-BATCH
           END-IF.

           IF  ws-ultima-etapa LESS 12
               MOVE 12                     TO ws-etapa-atual
               MOVE "conferencia do livro de estoque" TO ws-nome-etapa
               PERFORM INICIAR-ETAPA-BATCH
               DISPLAY "BATCH-NOTURNO: conferindo livro de estoque"
               CALL "CONFERENCIA-KARDEX"
                     USING PARAMETROS-IDENTIFICACAO
               CANCEL "CONFERENCIA-KARDEX"
               PERFORM CONCLUIR-ETAPA-BATCH
           END-IF.

      *    o pacote sai com a distribuicao e os roteiros ja refeitos
           IF  ws-ultima-etapa LESS 13
               MOVE 13                     TO ws-etapa-atual
               MOVE "pacote offline dos vendedores" TO ws-nome-etapa
               PERFORM INICIAR-ETAPA-BATCH
               DISPLAY "BATCH-NOTURNO: gerando pacotes offline"
               MOVE ZEROS                  TO OFF-CD-VENDEDOR
               CALL "EXTRACAO-OFFLINE"
                     USING PARAMETROS-EXTRACAO-OFFLINE
               CANCEL "EXTRACAO-OFFLINE"
               PERFORM CONCLUIR-ETAPA-BATCH
           END-IF.

      *    semanal: as ocorrencias de SAC vencidas saem na segunda
           IF  ws-ultima-etapa LESS 14
               MOVE 14                     TO ws-etapa-atual
               MOVE "ocorrencias de SAC vencidas" TO ws-nome-etapa
               PERFORM INICIAR-ETAPA-BATCH
               ACCEPT ws-dt-log FROM DATE YYYYMMDD
               COMPUTE ws-nr-dia-semana =
                       FUNCTION MOD(FUNCTION INTEGER-OF-DATE(ws-dt-log),
                                    7)
               IF  ws-nr-dia-semana EQUAL 1
                   DISPLAY "BATCH-NOTURNO: gerando ocorrencias de SAC "
                           "vencidas"
                   CALL "RELATORIO-OCORRENCIAS"
                         USING PARAMETROS-IDENTIFICACAO
                   CANCEL "RELATORIO-OCORRENCIAS"
               END-IF
               PERFORM CONCLUIR-ETAPA-BATCH
           END-IF.

           PERFORM LIMPAR-CONTROLE-BATCH.
           MOVE "OK"                       TO ws-status-texto.
           PERFORM GRAVAR-STATUS-BATCH.
