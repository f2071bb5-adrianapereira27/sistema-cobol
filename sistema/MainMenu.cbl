       01  PARAMETROS-POSITIVACAO.
           05 PV-NR-ANOMES             PIC 9(006) VALUE ZEROS.

       01  PARAMETROS-GONDOLA.
           05 GD-NR-ANOMES             PIC 9(006) VALUE ZEROS.

       01  PARAMETROS-FREQUENCIA-VISITAS.
           05 FV-DT-INICIAL            PIC 9(008) VALUE ZEROS.
           05 FV-DT-FINAL              PIC 9(008) VALUE ZEROS.

       01  PARAMETROS-MOTIVOS-VISITA.
           05 MV-NR-ANOMES             PIC 9(006) VALUE ZEROS.

       01  PARAMETROS-COMISSOES.
           05 CM-NR-ANOMES             PIC 9(006) VALUE ZEROS.

       01  PARAMETROS-FECHAMENTO.
           05 FCH-MODO                 PIC x(001) VALUE "M".
           05 FCH-NR-ANOMES            PIC 9(006) VALUE ZEROS.
           05 FCH-RETORNO              PIC x(002) VALUE SPACES.

       01  PARAMETROS-REEMBOLSO-KM.
           05 RK-NR-ANOMES             PIC 9(006) VALUE ZEROS.

       01  PARAMETROS-ENTREGAS.
           05 PE-DT-ENTREGA            PIC 9(008) VALUE ZEROS.

       01  PARAMETROS-ROTEIRIZACAO.
           05 ROTA-MAX-VISITAS-DIA     PIC 9(003) VALUE ZEROS.
           05 ROTA-CD-VENDEDOR         PIC 9(003) VALUE ZEROS.
           05 ROTA-MODO                PIC x(001) VALUE SPACES.

       01  PARAMETROS-CAPTURA-VISITAS.
           05 CV-CD-VENDEDOR           PIC 9(003) VALUE ZEROS.
       01  PARAMETROS-IMPORTACAO-PEDIDOS.
           05 IP-CD-VENDEDOR           PIC 9(003) VALUE ZEROS.

       01  PARAMETROS-EXTRACAO-OFFLINE.
           05 OFF-CD-VENDEDOR          PIC 9(003) VALUE ZEROS.

       01  PARAMETROS-TEMPO-VISITAS.
           05 TV-DT-INICIAL            PIC 9(008) VALUE ZEROS.
           05 TV-DT-FINAL              PIC 9(008) VALUE ZEROS.

       01  PARAMETROS-EXTRATO-CLIENTE.
           05 EXT-CD-CLIENTE           PIC 9(007) VALUE ZEROS.
           05 EXT-CD-TERRITORIO        PIC x(005) VALUE SPACES.
           05 EXT-DT-INICIAL           PIC 9(008) VALUE ZEROS.
           05 EXT-DT-FINAL             PIC 9(008) VALUE ZEROS.

       01  PARAMETROS-GRUPOS-VENDAS.
           05 GV-NR-ANOMES             PIC 9(006) VALUE ZEROS.
           05 GV-CD-GRUPO              PIC 9(005) VALUE ZEROS.

       01  PARAMETROS-NIVEL-SERVICO.
           05 NS-NR-ANOMES             PIC 9(006) VALUE ZEROS.

       01  PARAMETROS-RENTABILIDADE.
           05 RT-NR-ANOMES             PIC 9(006) VALUE ZEROS.

       01  PARAMETROS-IDENTIFICACAO.
           05 ID-SOLICITANTE           PIC x(010) VALUE SPACES.

       01  PARAMETROS-AUDITORIA-TERR.
           05 AT-MODO                  PIC x(001) VALUE SPACES.

       01  PARAMETROS-CONSISTENCIA-PED.
           05 CP-MODO                  PIC x(001) VALUE SPACES.
           05 CP-ID-OPERADOR           PIC x(010) VALUE SPACES.

       01  PARAMETROS-ARQUIVAMENTO.
           05 ARQ-DIAS-RETENCAO        PIC 9(004) VALUE ZEROS.

              88 WS-SEM-OPERADORES         VALUE "S".
           05 WS-ACESSO-NEGADO-SW      PIC x(001) VALUE "N".
              88 WS-ACESSO-NEGADO          VALUE "S".
           05 WS-SUPERVISOR-ID         PIC x(010) VALUE SPACES.
           05 WS-SUPERVISOR-OK-SW      PIC x(001) VALUE "N".
              88 WS-SUPERVISOR-OK          VALUE "S".

       01  WS-CAMPOS-SENHA.
           05 WS-NR-SENHA-HASH         PIC 9(009) VALUE ZEROS.
                                               LINE 15 COL 48.
               07  VALUE "O - CADASTRO DE COMODATOS"
                                               LINE 16 COL 48.
               07  VALUE "P - INVENTARIO FISICO DE ESTOQUE"
                                               LINE 17 COL 48.
               07  VALUE "Q - CADASTRO DE DEPOSITOS"
                                               LINE 18 COL 48.
               07  VALUE "R - CADASTRO DE CAMPANHAS"
                                               LINE 19 COL 48.
               07  VALUE "S - REGRAS FISCAIS (ICMS/ST)"
                                               LINE 20 COL 48.
               07  VALUE "T - CADASTRO DE VEICULOS"
                                               LINE 21 COL 48.
               07  VALUE "U - OCORRENCIAS DE SAC"
                                               LINE 22 COL 48.
               07  VALUE "V - GRUPOS DE CLIENTES (REDES)"
                                               LINE 23 COL 48.
               07  VALUE "W - FAMILIAS DE PRODUTOS"
                                               LINE 24 COL 48.
           05  SUBMENU-RELATORIOS-SECTION.
               07  VALUE "1 - RELATORIO DE CLIENTES"
                                               LINE 07 COL 10.
                                               LINE 19 COL 10.
               07  VALUE "E - POSICAO DE ESTOQUE"
                                               LINE 20 COL 10.
               07  VALUE "X - EXTRATO DO CLIENTE"
                                               LINE 22 COL 10.
               07  VALUE "Y - POTENCIAL POR TERRITORIO"
                                               LINE 24 COL 10.
      *        segunda coluna dos relatorios
               07  VALUE "F - ANALISE DE VENDAS (MIX)"
                                               LINE 07 COL 48.
                                               LINE 12 COL 48.
               07  VALUE "L - SALDO DE VASILHAMES"
                                               LINE 13 COL 48.
               07  VALUE "M - CONSULTA DE TITULOS"
                                               LINE 14 COL 48.
               07  VALUE "N - AGING DE TITULOS / COBRANCA"
                                               LINE 15 COL 48.
               07  VALUE "O - KARDEX DE ESTOQUE"
                                               LINE 16 COL 48.
               07  VALUE "P - SUGESTAO DE REPOSICAO"
                                               LINE 17 COL 48.
               07  VALUE "Q - RESULTADO DE CAMPANHAS"
                                               LINE 18 COL 48.
               07  VALUE "R - ADERENCIA A FREQUENCIA DE VISITA"
                                               LINE 19 COL 48.
               07  VALUE "S - OCORRENCIAS DE SAC VENCIDAS"
                                               LINE 20 COL 48.
               07  VALUE "T - PESQUISA DE GONDOLA"
                                               LINE 21 COL 48.
               07  VALUE "U - CLIENTES EM RISCO DE PERDA"
                                               LINE 22 COL 48.
               07  VALUE "V - VENDAS CONSOLIDADAS POR GRUPO"
                                               LINE 23 COL 48.
               07  VALUE "W - TEMPO DE VISITA E DESLOCAMENTO"
                                               LINE 24 COL 48.
           05  SUBMENU-EXECUTAR-SECTION.
               07  VALUE "1 - EXECUTAR DISTRIBUICAO DE CLIENTES"
                                               LINE 07 COL 10.
                                               LINE 13 COL 48.
               07  VALUE "L - CLASSIFICACAO ABC DE CLIENTES"
                                               LINE 14 COL 48.
               07  VALUE "M - BAIXA DE TITULOS (COBRANCA)"
                                               LINE 15 COL 48.
               07  VALUE "N - APROVAR AJUSTE DE INVENTARIO"
                                               LINE 16 COL 48.
               07  VALUE "O - PACOTE OFFLINE DOS VENDEDORES"
                                               LINE 17 COL 48.
               07  VALUE "P - REEMBOLSO DE QUILOMETRAGEM"
                                               LINE 18 COL 48.
               07  VALUE "Q - QUALIDADE DO CADASTRO DE CLIENTES"
                                               LINE 19 COL 48.
               07  VALUE "R - DESLIGAMENTO DE VENDEDOR"
                                               LINE 20 COL 48.
               07  VALUE "S - NIVEL DE SERVICO (OTIF)"
                                               LINE 21 COL 48.
               07  VALUE "T - RENTABILIDADE DE CLIENTES"
                                               LINE 22 COL 48.
           05  SUBMENU-UTILITARIOS-SECTION.
               07  VALUE "1 - BACKUP DOS CADASTROS"
                                               LINE 07 COL 10.
                                               LINE 18 COL 10.
               07  VALUE "D - AUDITORIA DE TERRITORIOS"
                                               LINE 19 COL 10.
      *        segunda coluna do utilitarios
               07  VALUE "E - SOLICITACOES LGPD (TITULAR)"
                                               LINE 07 COL 48.
               07  VALUE "F - ARQUIVAMENTO ANUAL DAS TRILHAS"
                                               LINE 08 COL 48.
               07  VALUE "G - CONSISTENCIA PEDIDOS X ITENS"
                                               LINE 09 COL 48.
               07  VALUE "H - CONVERTER ARQUIVOS AO LAYOUT ATUAL"
                                               LINE 10 COL 48.
               07  VALUE "I - REAJUSTE EM MASSA DE PRECOS"
                                               LINE 11 COL 48.
           05  SUBMENU-OPCAO-SECTION.
               07  VALUE "0 - VOLTAR"          LINE 21 COL 10.
               07  VALUE "ESCOLHA A OPCAO: "   LINE 23 COL 05.
                                               LINE 05 COL 05.
               07  ANOMES-COMISSOES-SCR-IN     LINE 07 COL 25
                       PIC 9(06)            TO CM-NR-ANOMES.
           05  ANOMES-REEMBOLSO-SECTION.
               07  VALUE "REEMBOLSO DE KM - ANO/MES (0 = atual)"
                                               BLANK SCREEN
                                               LINE 05 COL 05.
               07  ANOMES-REEMBOLSO-SCR-IN     LINE 07 COL 25
                       PIC 9(06)            TO RK-NR-ANOMES.
           05  ANOMES-MOTIVOS-SECTION.
               07  VALUE "MOTIVOS DE VISITA - ANO/MES (0 = atual)"
                                               BLANK SCREEN
                                               LINE 05 COL 05.
               07  ANOMES-POSITIV-SCR-IN       LINE 07 COL 25
                       PIC 9(06)            TO PV-NR-ANOMES.
           05  ANOMES-GONDOLA-SECTION.
               07  VALUE "PESQUISA DE GONDOLA - ANO/MES (0 = atual)"
                                               BLANK SCREEN
                                               LINE 05 COL 05.
               07  ANOMES-GONDOLA-SCR-IN       LINE 07 COL 25
                       PIC 9(06)            TO GD-NR-ANOMES.
           05  ANOMES-NIVEL-SERVICO-SECTION.
               07  VALUE "NIVEL DE SERVICO - ANO/MES (0 = atual)"
                                               BLANK SCREEN
                                               LINE 05 COL 05.
               07  ANOMES-NIVEL-SERV-SCR-IN    LINE 07 COL 25
                       PIC 9(06)            TO NS-NR-ANOMES.
           05  ANOMES-RENTABILIDADE-SECTION.
               07  VALUE "RENTABILIDADE - ANO/MES (0 = atual)"
                                               BLANK SCREEN
                                               LINE 05 COL 05.
               07  ANOMES-RENTAB-SCR-IN        LINE 07 COL 25
                       PIC 9(06)            TO RT-NR-ANOMES.
           05  GRUPOS-VENDAS-SECTION.
               07  VALUE "VENDAS CONSOLIDADAS POR GRUPO DE CLIENTES"
                                               BLANK SCREEN
                                               LINE 05 COL 05.
               07  VALUE "Ano/mes (0 = atual):"
                                               LINE 07 COL 05.
               07  GV-ANOMES-SCR-IN            LINE 07 COL 45
                       PIC 9(06)            TO GV-NR-ANOMES.
               07  VALUE "Grupo (0 = todos):"
                                               LINE 08 COL 05.
               07  GV-GRUPO-SCR-IN             LINE 08 COL 45
                       PIC 9(05)            TO GV-CD-GRUPO.
           05  PERIODO-TEMPO-VISITAS-SECTION.
               07  VALUE "TEMPO DE VISITA E DESLOCAMENTO"
                                               BLANK SCREEN
                                               LINE 05 COL 05.
               07  VALUE "Data inicial (0 = 4 semanas atras):"
                                               LINE 07 COL 05.
               07  TV-DT-INICIAL-SCR-IN        LINE 07 COL 45
                       PIC 9(08)            TO TV-DT-INICIAL.
               07  VALUE "Data final (0 = hoje):"
                                               LINE 08 COL 05.
               07  TV-DT-FINAL-SCR-IN          LINE 08 COL 45
                       PIC 9(08)            TO TV-DT-FINAL.
           05  FILTRO-EXTRATO-CLIENTE-SECTION.
               07  VALUE "EXTRATO DO CLIENTE"
                                               BLANK SCREEN
                                               LINE 05 COL 05.
               07  VALUE "Cliente (0 = todos do territorio):"
                                               LINE 07 COL 05.
               07  EXT-CD-CLIENTE-SCR-IN       LINE 07 COL 45
                       PIC 9(07)            TO EXT-CD-CLIENTE.
               07  VALUE "Territorio (cliente zerado):"
                                               LINE 08 COL 05.
               07  EXT-CD-TERRITORIO-SCR-IN    LINE 08 COL 45
                       PIC x(05)            TO EXT-CD-TERRITORIO.
               07  VALUE "Data inicial (0 = dia 1 do mes):"
                                               LINE 09 COL 05.
               07  EXT-DT-INICIAL-SCR-IN       LINE 09 COL 45
                       PIC 9(08)            TO EXT-DT-INICIAL.
               07  VALUE "Data final (0 = hoje):"
                                               LINE 10 COL 05.
               07  EXT-DT-FINAL-SCR-IN         LINE 10 COL 45
                       PIC 9(08)            TO EXT-DT-FINAL.
           05  PERIODO-FREQUENCIA-SECTION.
               07  VALUE "ADERENCIA A FREQUENCIA DE VISITA"
                                               BLANK SCREEN
                                               LINE 05 COL 05.
               07  VALUE "Data inicial (0 = 4 semanas atras):"
                                               LINE 07 COL 05.
               07  FV-DT-INICIAL-SCR-IN        LINE 07 COL 45
                       PIC 9(08)            TO FV-DT-INICIAL.
               07  VALUE "Data final (0 = hoje):"
                                               LINE 08 COL 05.
               07  FV-DT-FINAL-SCR-IN          LINE 08 COL 45
                       PIC 9(08)            TO FV-DT-FINAL.
           05  LIMITE-DUPLICIDADE-SECTION.
               07  VALUE "LIMITE DE PROXIMIDADE EM METROS (0 = 100)"
                                               BLANK SCREEN
                                               LINE 08 COL 05.
               07  ROTA-VENDEDOR-SCR-IN       LINE 08 COL 50
                       PIC 9(03)            TO ROTA-CD-VENDEDOR.
               07  VALUE "Modo (branco=rota do dia, C=planejar ciclo):"
                                               LINE 09 COL 05.
               07  ROTA-MODO-SCR-IN           LINE 09 COL 50
                       PIC x(01)            TO ROTA-MODO.
           05  MODO-REVALIDACAO-SECTION.
               07  VALUE "REVALIDACAO DE CNPJ/CPF" BLANK SCREEN
                                               LINE 05 COL 05.
                                               LINE 07 COL 05.
               07  MODO-AUDIT-TERR-SCR-IN      LINE 07 COL 42
                       PIC x(01)            TO AT-MODO.
           05  MODO-CONSISTENCIA-PED-SECTION.
               07  VALUE "CONSISTENCIA PEDIDOS X ITENS"
                                               BLANK SCREEN
                                               LINE 05 COL 05.
               07  VALUE "Modo (N=so relatorio, F=corrigir):"
                                               LINE 07 COL 05.
               07  MODO-CONSIST-PED-SCR-IN     LINE 07 COL 42
                       PIC x(01)            TO CP-MODO.
           05  CONFIRMA-SUPERVISOR-SECTION.
               07  VALUE "Correcao confirmada pelo supervisor"
                                               LINE 09 COL 05.
               07  VALUE "SUPERVISOR:"         LINE 10 COL 05.
               07  SUPERVISOR-ON-SCR-IN        LINE 10 COL 25
                       PIC x(10)               TO WS-SUPERVISOR-ID.
               07  VALUE "SENHA:"              LINE 11 COL 05.
               07  SENHA-SUPERV-ON-SCR-IN      LINE 11 COL 25
                       PIC x(20) SECURE        TO WS-OPERADOR-SENHA.
           05  ARQUIVA-PEDIDOS-SECTION.
               07  VALUE "ARQUIVAMENTO DE PEDIDOS ANTIGOS"
                                               BLANK SCREEN
               07  VALUE "Codigo do vendedor:" LINE 07 COL 05.
               07  IP-VENDEDOR-SCR-IN          LINE 07 COL 40
                       PIC 9(03)            TO IP-CD-VENDEDOR.
           05  PACOTE-OFFLINE-SECTION.
               07  VALUE "PACOTE OFFLINE DOS VENDEDORES"
                                               BLANK SCREEN
                                               LINE 05 COL 05.
               07  VALUE "Codigo do vendedor (0 = todos):"
                                               LINE 07 COL 05.
               07  OFF-VENDEDOR-SCR-IN         LINE 07 COL 40
                       PIC 9(03)            TO OFF-CD-VENDEDOR.
           05  LOGIN-SECTION.
               07  VALUE "SISTEMA AMBEV"       BLANK SCREEN
                                               LINE 02 COL 30.
               END-IF
           END-PERFORM.

      ******************************************************************
      * Confirmacao de supervisor para correcoes em lote: operador de
      * perfil S ou A, ativo e nao bloqueado, com a senha conferida
      * pelo mesmo hash do login. Sem operadores.dat (transicao) vale
      * o operador logado. Senha errada aqui nao conta para bloqueio.
      ******************************************************************
       CONFIRMAR-SUPERVISOR SECTION.
           MOVE "N"                    TO WS-SUPERVISOR-OK-SW.
           IF  WS-SEM-OPERADORES
               MOVE WS-OPERADOR-ID     TO WS-SUPERVISOR-ID
               MOVE "S"                TO WS-SUPERVISOR-OK-SW
               EXIT SECTION
           END-IF.
           MOVE SPACES                 TO WS-SUPERVISOR-ID
                                          WS-OPERADOR-SENHA.
           DISPLAY CONFIRMA-SUPERVISOR-SECTION.
           ACCEPT SUPERVISOR-ON-SCR-IN.
           ACCEPT SENHA-SUPERV-ON-SCR-IN.
           OPEN INPUT arq-operadores.
           IF  NOT WS-ACESSO-OK
               DISPLAY "Cadastro de operadores indisponivel."
               EXIT SECTION
           END-IF.
           MOVE WS-SUPERVISOR-ID       TO rw-id-operador.
           READ arq-operadores KEY IS rw-id-operador
               INVALID KEY
                   DISPLAY "Supervisor nao cadastrado."
                   CLOSE arq-operadores
                   EXIT SECTION
           END-READ.
           CLOSE arq-operadores.
           IF  rw-operador-inativo
           OR  rw-operador-bloqueado
           OR (rw-cd-perfil NOT EQUAL "S"
           AND rw-cd-perfil NOT EQUAL "A")
               DISPLAY "Operador sem perfil de supervisor."
               EXIT SECTION
           END-IF.
           PERFORM CALCULAR-HASH-SENHA.
           MOVE SPACES                 TO WS-OPERADOR-SENHA.
           IF  WS-NR-SENHA-HASH EQUAL rw-nr-senha-hash
               MOVE "S"                TO WS-SUPERVISOR-OK-SW
           ELSE
               DISPLAY "Senha do supervisor invalida."
           END-IF.

      ******************************************************************
      * Perfil A acessa tudo; S nao acessa UTILITARIOS; O acessa
      * somente CADASTROS e RELATORIOS.
               WHEN "n"
               WHEN "O"
               WHEN "o"
               WHEN "P"
               WHEN "p"
               WHEN "Q"
               WHEN "q"
               WHEN "R"
               WHEN "r"
               WHEN "S"
               WHEN "s"
               WHEN "T"
               WHEN "t"
               WHEN "U"
               WHEN "u"
               WHEN "V"
               WHEN "v"
               WHEN "W"
               WHEN "w"
               WHEN "X"
               WHEN "x"
               WHEN "Y"
               WHEN "y"
                   PERFORM B-300-CHAMA-PROGRAMAS
               WHEN "0"
                   EXIT SECTION
               WHEN "1" ALSO "I"
               WHEN "1" ALSO "i"
                   CALL "CADASTRO-ESTOQUE"
                          USING BY CONTENT WS-OPERADOR-ID
                   CANCEL "CADASTRO-ESTOQUE"
               WHEN "1" ALSO "J"
               WHEN "1" ALSO "j"
               WHEN "1" ALSO "o"
                   CALL "CADASTRO-COMODATOS"
                   CANCEL "CADASTRO-COMODATOS"
               WHEN "1" ALSO "P"
               WHEN "1" ALSO "p"
                   CALL "INVENTARIO-ESTOQUE"
                          USING BY CONTENT WS-OPERADOR-ID
                   CANCEL "INVENTARIO-ESTOQUE"
               WHEN "1" ALSO "Q"
               WHEN "1" ALSO "q"
                   CALL "CADASTRO-DEPOSITOS"
                   CANCEL "CADASTRO-DEPOSITOS"
               WHEN "1" ALSO "R"
               WHEN "1" ALSO "r"
                   CALL "CADASTRO-CAMPANHAS"
                   CANCEL "CADASTRO-CAMPANHAS"
               WHEN "1" ALSO "S"
               WHEN "1" ALSO "s"
                   CALL "CADASTRO-REGRAS-FISCAIS"
                   CANCEL "CADASTRO-REGRAS-FISCAIS"
               WHEN "1" ALSO "T"
               WHEN "1" ALSO "t"
                   CALL "CADASTRO-VEICULOS"
                   CANCEL "CADASTRO-VEICULOS"
               WHEN "1" ALSO "U"
               WHEN "1" ALSO "u"
                   CALL "CADASTRO-OCORRENCIAS"
                   CANCEL "CADASTRO-OCORRENCIAS"
               WHEN "1" ALSO "V"
               WHEN "1" ALSO "v"
      *            o limite de credito do grupo e do financeiro
                   IF  WS-PERFIL-ADMIN OR WS-SEM-OPERADORES
                       CALL "CADASTRO-GRUPOS-CLIENTES"
                              USING BY CONTENT WS-OPERADOR-ID
                       CANCEL "CADASTRO-GRUPOS-CLIENTES"
                   ELSE
                       DISPLAY "Acesso restrito ao financeiro."
                   END-IF
               WHEN "1" ALSO "W"
               WHEN "1" ALSO "w"
                   CALL "CADASTRO-FAMILIAS"
                   CANCEL "CADASTRO-FAMILIAS"
               WHEN "2" ALSO "H"
               WHEN "2" ALSO "h"
                   MOVE ZEROS          TO MV-NR-ANOMES
                   CALL "RELATORIO-VASILHAMES"
                         USING PARAMETROS-IDENTIFICACAO
                   CANCEL "RELATORIO-VASILHAMES"
               WHEN "2" ALSO "M"
               WHEN "2" ALSO "m"
                   CALL "CONSULTA-TITULOS"
                   CANCEL "CONSULTA-TITULOS"
               WHEN "2" ALSO "N"
               WHEN "2" ALSO "n"
                   MOVE WS-OPERADOR-ID TO ID-SOLICITANTE
                   CALL "RELATORIO-AGING-TITULOS"
                         USING PARAMETROS-IDENTIFICACAO
                   CANCEL "RELATORIO-AGING-TITULOS"
               WHEN "2" ALSO "O"
               WHEN "2" ALSO "o"
                   CALL "CONSULTA-KARDEX"
                   CANCEL "CONSULTA-KARDEX"
               WHEN "2" ALSO "P"
               WHEN "2" ALSO "p"
                   MOVE WS-OPERADOR-ID TO ID-SOLICITANTE
                   CALL "RELATORIO-REPOSICAO"
                         USING PARAMETROS-IDENTIFICACAO
                   CANCEL "RELATORIO-REPOSICAO"
               WHEN "2" ALSO "Q"
               WHEN "2" ALSO "q"
                   MOVE WS-OPERADOR-ID TO ID-SOLICITANTE
                   CALL "RELATORIO-CAMPANHAS"
                         USING PARAMETROS-IDENTIFICACAO
                   CANCEL "RELATORIO-CAMPANHAS"
               WHEN "2" ALSO "R"
               WHEN "2" ALSO "r"
                   MOVE ZEROS          TO FV-DT-INICIAL
                   MOVE ZEROS          TO FV-DT-FINAL
                   DISPLAY PERIODO-FREQUENCIA-SECTION
                   ACCEPT FV-DT-INICIAL-SCR-IN
                   ACCEPT FV-DT-FINAL-SCR-IN
                   MOVE WS-OPERADOR-ID TO ID-SOLICITANTE
                   CALL "RELATORIO-FREQUENCIA-VISITAS"
                         USING PARAMETROS-FREQUENCIA-VISITAS
                               PARAMETROS-IDENTIFICACAO
                   CANCEL "RELATORIO-FREQUENCIA-VISITAS"
               WHEN "2" ALSO "S"
               WHEN "2" ALSO "s"
                   MOVE WS-OPERADOR-ID TO ID-SOLICITANTE
                   CALL "RELATORIO-OCORRENCIAS"
                         USING PARAMETROS-IDENTIFICACAO
                   CANCEL "RELATORIO-OCORRENCIAS"
               WHEN "2" ALSO "T"
               WHEN "2" ALSO "t"
                   MOVE ZEROS          TO GD-NR-ANOMES
                   DISPLAY ANOMES-GONDOLA-SECTION
                   ACCEPT ANOMES-GONDOLA-SCR-IN
                   MOVE WS-OPERADOR-ID TO ID-SOLICITANTE
                   CALL "RELATORIO-GONDOLA"
                         USING PARAMETROS-GONDOLA
                               PARAMETROS-IDENTIFICACAO
                   CANCEL "RELATORIO-GONDOLA"
               WHEN "2" ALSO "U"
               WHEN "2" ALSO "u"
                   MOVE WS-OPERADOR-ID TO ID-SOLICITANTE
                   CALL "RELATORIO-RISCO-PERDA"
                         USING PARAMETROS-IDENTIFICACAO
                   CANCEL "RELATORIO-RISCO-PERDA"
               WHEN "2" ALSO "V"
               WHEN "2" ALSO "v"
                   MOVE ZEROS          TO GV-NR-ANOMES
                   MOVE ZEROS          TO GV-CD-GRUPO
                   DISPLAY GRUPOS-VENDAS-SECTION
                   ACCEPT GV-ANOMES-SCR-IN
                   ACCEPT GV-GRUPO-SCR-IN
                   MOVE WS-OPERADOR-ID TO ID-SOLICITANTE
                   CALL "RELATORIO-GRUPOS-CLIENTES"
                         USING PARAMETROS-GRUPOS-VENDAS
                               PARAMETROS-IDENTIFICACAO
                   CANCEL "RELATORIO-GRUPOS-CLIENTES"
               WHEN "2" ALSO "W"
               WHEN "2" ALSO "w"
                   MOVE ZEROS          TO TV-DT-INICIAL
                   MOVE ZEROS          TO TV-DT-FINAL
                   DISPLAY PERIODO-TEMPO-VISITAS-SECTION
                   ACCEPT TV-DT-INICIAL-SCR-IN
                   ACCEPT TV-DT-FINAL-SCR-IN
                   MOVE WS-OPERADOR-ID TO ID-SOLICITANTE
                   CALL "RELATORIO-TEMPO-VISITAS"
                         USING PARAMETROS-TEMPO-VISITAS
                               PARAMETROS-IDENTIFICACAO
                   CANCEL "RELATORIO-TEMPO-VISITAS"
               WHEN "2" ALSO "X"
               WHEN "2" ALSO "x"
                   MOVE ZEROS          TO EXT-CD-CLIENTE
                   MOVE SPACES         TO EXT-CD-TERRITORIO
                   MOVE ZEROS          TO EXT-DT-INICIAL
                   MOVE ZEROS          TO EXT-DT-FINAL
                   DISPLAY FILTRO-EXTRATO-CLIENTE-SECTION
                   ACCEPT EXT-CD-CLIENTE-SCR-IN
                   ACCEPT EXT-CD-TERRITORIO-SCR-IN
                   ACCEPT EXT-DT-INICIAL-SCR-IN
                   ACCEPT EXT-DT-FINAL-SCR-IN
                   MOVE FUNCTION UPPER-CASE(EXT-CD-TERRITORIO)
                                       TO EXT-CD-TERRITORIO
                   MOVE WS-OPERADOR-ID TO ID-SOLICITANTE
                   CALL "EXTRATO-CLIENTE"
                         USING PARAMETROS-EXTRATO-CLIENTE
                               PARAMETROS-IDENTIFICACAO
                   CANCEL "EXTRATO-CLIENTE"
               WHEN "2" ALSO "Y"
               WHEN "2" ALSO "y"
                   MOVE WS-OPERADOR-ID TO ID-SOLICITANTE
                   CALL "RELATORIO-POTENCIAL-TERRITORIO"
                         USING PARAMETROS-IDENTIFICACAO
                   CANCEL "RELATORIO-POTENCIAL-TERRITORIO"
               WHEN "2" ALSO "G"
               WHEN "2" ALSO "g"
                   MOVE ZEROS          TO PV-NR-ANOMES
               WHEN "3" ALSO "2"
                   MOVE ZEROS          TO ROTA-MAX-VISITAS-DIA
                   MOVE ZEROS          TO ROTA-CD-VENDEDOR
                   MOVE SPACES         TO ROTA-MODO
                   DISPLAY ROTEIRIZACAO-SECTION
                   ACCEPT ROTA-MAX-DIA-SCR-IN
                   ACCEPT ROTA-VENDEDOR-SCR-IN
                   ACCEPT ROTA-MODO-SCR-IN
                   MOVE FUNCTION UPPER-CASE(ROTA-MODO)
                                       TO ROTA-MODO
                   CALL "ROTEIRIZACAO-CLIENTES"
                         USING PARAMETROS-ROTEIRIZACAO
                   CANCEL "ROTEIRIZACAO-CLIENTES"
               WHEN "3" ALSO "l"
                   CALL "CLASSIFICACAO-ABC"
                   CANCEL "CLASSIFICACAO-ABC"
               WHEN "3" ALSO "M"
               WHEN "3" ALSO "m"
                   CALL "BAIXA-TITULOS"
                          USING BY CONTENT WS-OPERADOR-ID
                   CANCEL "BAIXA-TITULOS"
               WHEN "3" ALSO "N"
               WHEN "3" ALSO "n"
      *            ajuste de inventario e ato de supervisor ou admin
                   IF  WS-PERFIL-ADMIN OR WS-PERFIL-SUPERVISOR
                                       OR WS-SEM-OPERADORES
                       CALL "APROVACAO-INVENTARIO"
                              USING BY CONTENT WS-OPERADOR-ID
                       CANCEL "APROVACAO-INVENTARIO"
                   ELSE
                       DISPLAY "Acesso restrito ao supervisor."
                   END-IF
               WHEN "3" ALSO "O"
               WHEN "3" ALSO "o"
                   MOVE ZEROS          TO OFF-CD-VENDEDOR
                   DISPLAY PACOTE-OFFLINE-SECTION
                   ACCEPT OFF-VENDEDOR-SCR-IN
                   CALL "EXTRACAO-OFFLINE"
                         USING PARAMETROS-EXTRACAO-OFFLINE
                   CANCEL "EXTRACAO-OFFLINE"
               WHEN "3" ALSO "H"
               WHEN "3" ALSO "h"
                   MOVE ZEROS          TO CM-NR-ANOMES
                   CALL "CALCULO-COMISSOES"
                         USING PARAMETROS-COMISSOES
                   CANCEL "CALCULO-COMISSOES"
               WHEN "3" ALSO "P"
               WHEN "3" ALSO "p"
                   MOVE ZEROS          TO RK-NR-ANOMES
                   DISPLAY ANOMES-REEMBOLSO-SECTION
                   ACCEPT ANOMES-REEMBOLSO-SCR-IN
                   CALL "CALCULO-REEMBOLSO-KM"
                         USING PARAMETROS-REEMBOLSO-KM
                   CANCEL "CALCULO-REEMBOLSO-KM"
               WHEN "3" ALSO "Q"
               WHEN "3" ALSO "q"
                   MOVE WS-OPERADOR-ID TO ID-SOLICITANTE
                   CALL "QUALIDADE-CLIENTES"
                         USING PARAMETROS-IDENTIFICACAO
                   CANCEL "QUALIDADE-CLIENTES"
               WHEN "3" ALSO "R"
               WHEN "3" ALSO "r"
      *            a passagem da carteira no desligamento e ato do
      *            supervisor
                   IF  WS-PERFIL-ADMIN OR WS-PERFIL-SUPERVISOR
                                       OR WS-SEM-OPERADORES
                       CALL "DESLIGAMENTO-VENDEDOR"
                              USING BY CONTENT WS-OPERADOR-ID
                       CANCEL "DESLIGAMENTO-VENDEDOR"
                   ELSE
                       DISPLAY "Acesso restrito ao supervisor."
                   END-IF
               WHEN "3" ALSO "S"
               WHEN "3" ALSO "s"
                   MOVE ZEROS          TO NS-NR-ANOMES
                   DISPLAY ANOMES-NIVEL-SERVICO-SECTION
                   ACCEPT ANOMES-NIVEL-SERV-SCR-IN
                   MOVE WS-OPERADOR-ID TO ID-SOLICITANTE
                   CALL "RELATORIO-NIVEL-SERVICO"
                         USING PARAMETROS-NIVEL-SERVICO
                               PARAMETROS-IDENTIFICACAO
                   CANCEL "RELATORIO-NIVEL-SERVICO"
               WHEN "3" ALSO "T"
               WHEN "3" ALSO "t"
                   MOVE ZEROS          TO RT-NR-ANOMES
                   DISPLAY ANOMES-RENTABILIDADE-SECTION
                   ACCEPT ANOMES-RENTAB-SCR-IN
                   MOVE WS-OPERADOR-ID TO ID-SOLICITANTE
                   CALL "RELATORIO-RENTABILIDADE"
                         USING PARAMETROS-RENTABILIDADE
                               PARAMETROS-IDENTIFICACAO
                   CANCEL "RELATORIO-RENTABILIDADE"
               WHEN "3" ALSO "D"
               WHEN "3" ALSO "d"
      *            fechar e reabrir mes e ato do administrador
                   IF  WS-PERFIL-ADMIN OR WS-SEM-OPERADORES
                       CALL "FECHAMENTO-MENSAL"
                              USING BY CONTENT WS-OPERADOR-ID
                                    PARAMETROS-FECHAMENTO
                       CANCEL "FECHAMENTO-MENSAL"
                   ELSE
                       DISPLAY "Acesso restrito ao administrador."
                   CALL "AUDITORIA-TERRITORIOS"
                         USING PARAMETROS-AUDITORIA-TERR
                   CANCEL "AUDITORIA-TERRITORIOS"
               WHEN "4" ALSO "E"
               WHEN "4" ALSO "e"
                   CALL "TRATAMENTO-LGPD"
                          USING BY CONTENT WS-OPERADOR-ID
                   CANCEL "TRATAMENTO-LGPD"
               WHEN "4" ALSO "F"
               WHEN "4" ALSO "f"
                   CALL "ARQUIVAMENTO-TRILHAS"
                   CANCEL "ARQUIVAMENTO-TRILHAS"
               WHEN "4" ALSO "G"
               WHEN "4" ALSO "g"
                   MOVE SPACES         TO CP-MODO
                   DISPLAY MODO-CONSISTENCIA-PED-SECTION
                   ACCEPT MODO-CONSIST-PED-SCR-IN
                   MOVE FUNCTION UPPER-CASE(CP-MODO) TO CP-MODO
                   MOVE WS-OPERADOR-ID TO CP-ID-OPERADOR
                   IF  CP-MODO EQUAL "F"
                       PERFORM CONFIRMAR-SUPERVISOR
                       IF  WS-SUPERVISOR-OK
                           MOVE WS-SUPERVISOR-ID TO CP-ID-OPERADOR
                       ELSE
                           MOVE "N"    TO CP-MODO
                       END-IF
                   END-IF
                   CALL "CONSISTENCIA-PEDIDOS"
                         USING PARAMETROS-CONSISTENCIA-PED
                   CANCEL "CONSISTENCIA-PEDIDOS"
               WHEN "4" ALSO "H"
               WHEN "4" ALSO "h"
                   IF  WS-PERFIL-ADMIN OR WS-SEM-OPERADORES
                       CALL "CONVERSAO-CHAVE-PEDIDOS"
                       CANCEL "CONVERSAO-CHAVE-PEDIDOS"
                       CALL "CONVERSAO-LAYOUT-ARQUIVOS"
                       CANCEL "CONVERSAO-LAYOUT-ARQUIVOS"
                   ELSE
                       DISPLAY "Acesso restrito ao administrador."
                   END-IF
               WHEN "4" ALSO "I"
               WHEN "4" ALSO "i"
                   IF  WS-PERFIL-ADMIN OR WS-SEM-OPERADORES
                       CALL "REAJUSTE-PRECOS"
                              USING BY CONTENT WS-OPERADOR-ID
                       CANCEL "REAJUSTE-PRECOS"
                   ELSE
                       DISPLAY "Acesso restrito ao administrador."
                   END-IF
               WHEN OTHER
                   DISPLAY "Opcao Invalida!"
           END-EVALUATE.
