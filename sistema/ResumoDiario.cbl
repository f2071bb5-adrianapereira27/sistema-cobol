      *          vendedores sobrecarregados (carga ponderada) e
      *          reprovados na revalidacao de CNPJ/CPF, com comparacao
      *          contra os numeros do dia anterior (resumoAnterior.dat)
      *          e as ocorrencias da verificacao da trilha de
      *          auditoria da noite (verificacaoAuditoria.dat)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-anterior.

           SELECT arq-verificacao-auditoria
                  ASSIGN TO "verificacaoAuditoria.dat"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-texto.

           SELECT relat-resumo ASSIGN TO "relatResumoDiario.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
               03 rw-ra-qt-rejeicoes       PIC 9(006).
               03 rw-ra-qt-sobrecarga      PIC 9(006).
               03 rw-ra-qt-reprovados      PIC 9(006).
               03 rw-ra-qt-auditoria       PIC 9(006).

           FD arq-verificacao-auditoria.
           01  rw-verificacao-auditoria.
               03 rw-rv-dt-verificacao     PIC 9(008).
               03 rw-rv-qt-linhas          PIC 9(009).
               03 rw-rv-qt-ocorrencias     PIC 9(006).
               03 rw-rv-qt-anonimizadas    PIC 9(006).

           FD relat-resumo.
           01  rw-relat-resumo             PIC x(200).
               03 ws-qt-rejeicoes          PIC 9(006) VALUE ZEROS.
               03 ws-qt-sobrecarga         PIC 9(006) VALUE ZEROS.
               03 ws-qt-reprovados         PIC 9(006) VALUE ZEROS.
               03 ws-qt-auditoria          PIC 9(006) VALUE ZEROS.

           01  ws-contagens-ontem.
               03 ws-ant-dt-resumo         PIC 9(008) VALUE ZEROS.
               03 ws-ant-qt-rejeicoes      PIC 9(006) VALUE ZEROS.
               03 ws-ant-qt-sobrecarga     PIC 9(006) VALUE ZEROS.
               03 ws-ant-qt-reprovados     PIC 9(006) VALUE ZEROS.
               03 ws-ant-qt-auditoria      PIC 9(006) VALUE ZEROS.

           01  ws-campos-rejeicoes.
               03 ws-ult-rejeitados        PIC 9(006) VALUE ZEROS.
           PERFORM CONTAR-EXCECOES-DISTRIBUICAO.
           PERFORM CONTAR-REJEICOES-IMPORT.
           PERFORM CONTAR-SOBRECARGA.
           PERFORM CARREGAR-VERIFICACAO-AUDITORIA.
           PERFORM IMPRIMIR-RESUMO.
           PERFORM GRAVAR-RESUMO-ATUAL.
           EXIT PROGRAM.
                   MOVE rw-ra-qt-rejeicoes    TO ws-ant-qt-rejeicoes
                   MOVE rw-ra-qt-sobrecarga   TO ws-ant-qt-sobrecarga
                   MOVE rw-ra-qt-reprovados   TO ws-ant-qt-reprovados
      *            resumo gravado antes do indicador de auditoria
                   IF  rw-ra-qt-auditoria NUMERIC
                       MOVE rw-ra-qt-auditoria TO ws-ant-qt-auditoria
                   END-IF
               END-IF
               CLOSE arq-resumo-anterior
           END-IF.
               END-IF
           END-PERFORM.

      ******************************************************************
      * Ocorrencias da verificacao da trilha de auditoria; so conta a
      * verificacao feita hoje.
      ******************************************************************
       CARREGAR-VERIFICACAO-AUDITORIA SECTION.
           OPEN INPUT arq-verificacao-auditoria.
           IF  NOT ws-texto-ok
               EXIT SECTION
           END-IF.
           READ arq-verificacao-auditoria.
           IF  ws-texto-ok
           AND rw-rv-dt-verificacao EQUAL ws-dt-hoje
               MOVE rw-rv-qt-ocorrencias   TO ws-qt-auditoria
           END-IF.
           CLOSE arq-verificacao-auditoria.

       IMPRIMIR-RESUMO SECTION.
           OPEN OUTPUT relat-resumo.
           MOVE ws-dt-hoje                 TO WR-CB-DATA.
           MOVE ws-qt-reprovados           TO WR-DT-HOJE.
           MOVE ws-ant-qt-reprovados       TO WR-DT-ONTEM.
           PERFORM GRAVAR-LINHA-RESUMO.
           MOVE "OCORRENCIAS NA TRILHA DE AUDITORIA"
                                           TO WR-DT-INDICADOR.
           MOVE ws-qt-auditoria            TO WR-DT-HOJE.
           MOVE ws-ant-qt-auditoria        TO WR-DT-ONTEM.
           PERFORM GRAVAR-LINHA-RESUMO.
           CLOSE relat-resumo.
           DISPLAY "RESUMO-DIARIO: relatResumoDiario.txt gerado".

           MOVE ws-qt-rejeicoes            TO rw-ra-qt-rejeicoes.
           MOVE ws-qt-sobrecarga           TO rw-ra-qt-sobrecarga.
           MOVE ws-qt-reprovados           TO rw-ra-qt-reprovados.
           MOVE ws-qt-auditoria            TO rw-ra-qt-auditoria.
           WRITE rw-resumo-anterior.
           CLOSE arq-resumo-anterior.
       END PROGRAM RESUMO-DIARIO.
