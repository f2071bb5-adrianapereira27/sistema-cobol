      * Date: 02/09/2026
      * Purpose: Cadastro das regras de comissao usadas pelo
      *          CALCULO-COMISSOES: percentual por produto (tipo P,
      *          chave = codigo do produto), por familia ou categoria
      *          de produto (tipo F, chave = codigo em familias.dat)
      *          ou por classe de cliente (tipo C, chave = letra da
      *          classe). O percentual
      *          padrao e o acelerador de meta batida ficam nos
      *          parametros COMISSAO-PADRAO-PCT e ACELERADOR-META-PCT.
      * Tectonics: cobc
               03 rw-rgc-chave.
                  05 rw-rgc-tp-regra       PIC x(001).
                     88 rw-rgc-por-produto    VALUE "P".
                     88 rw-rgc-por-familia    VALUE "F".
                     88 rw-rgc-por-classe     VALUE "C".
                  05 rw-rgc-cd-chave       PIC x(007).
               03 rw-rgc-pc-comissao       PIC 9(002)v9(002).

           01  ws-campos-chave.
               03 ws-cd-produto-regra      PIC 9(007) VALUE ZEROS.
               03 ws-cd-familia-regra      PIC 9(005) VALUE ZEROS.
               03 ws-idx-chave             PIC 9(002) VALUE ZEROS.
               03 ws-chave-invalida-sw     PIC x(001) VALUE "N".
                  88 ws-chave-invalida         VALUE "S".
                                               LINE 02 COL 30.
               07  VALUE "REGRAS DE COMISSAO"  LINE 03 COL 26.
           05  CHAVE-SECTION.
               07  VALUE "Tipo (P=prod/F=fam/C=classe):"
                                               LINE 05 COL 05.
               07  TIPO-ON-SCR-IN              LINE 05 COL 35
                            PIC x(01)        USING rw-rgc-tp-regra.
               07  VALUE "Chave (prod/familia/classe):"
                                               LINE 06 COL 05.
               07  CHAVE-ON-SCR-IN             LINE 06 COL 35
                            PIC x(07)        USING rw-rgc-cd-chave.
           MOVE FUNCTION UPPER-CASE(rw-rgc-cd-chave)
                                         TO rw-rgc-cd-chave.
           IF  NOT rw-rgc-por-produto AND NOT rw-rgc-por-classe
           AND NOT rw-rgc-por-familia
               MOVE "Tipo de regra invalido (P, F ou C)!"
                                         TO whs-mensagem
           END-IF.
           IF  rw-rgc-cd-chave EQUAL SPACES
               MOVE "Chave da regra e obrigatoria!" TO whs-mensagem
           IF  whs-mensagem EQUAL SPACES AND rw-rgc-por-produto
               PERFORM NORMALIZAR-CHAVE-PRODUTO
           END-IF.
      *    regra por familia: idem, com o codigo da familia ou da
      *    categoria em cinco posicoes
           IF  whs-mensagem EQUAL SPACES AND rw-rgc-por-familia
               PERFORM NORMALIZAR-CHAVE-FAMILIA
           END-IF.

       NORMALIZAR-CHAVE-PRODUTO SECTION.
           MOVE "N"                      TO ws-chave-invalida-sw.
           END-IF.
           MOVE ws-cd-produto-regra      TO rw-rgc-cd-chave.

       NORMALIZAR-CHAVE-FAMILIA SECTION.
           MOVE "N"                      TO ws-chave-invalida-sw.
           PERFORM VARYING ws-idx-chave FROM 1 BY 1
                     UNTIL ws-idx-chave > 7
               IF  rw-rgc-cd-chave(ws-idx-chave:1) NOT NUMERIC
               AND rw-rgc-cd-chave(ws-idx-chave:1) NOT EQUAL SPACES
                   MOVE "S"              TO ws-chave-invalida-sw
               END-IF
           END-PERFORM.
           IF  ws-chave-invalida
           OR  FUNCTION NUMVAL(rw-rgc-cd-chave) > 99999
               MOVE "Chave da regra F deve ser o codigo da familia!"
                                         TO whs-mensagem
               EXIT SECTION
           END-IF.
           MOVE FUNCTION NUMVAL(rw-rgc-cd-chave)
                                         TO ws-cd-familia-regra.
           IF  ws-cd-familia-regra EQUAL ZEROS
               MOVE "Codigo de familia invalido na chave!"
                                         TO whs-mensagem
               EXIT SECTION
           END-IF.
           MOVE ws-cd-familia-regra      TO rw-rgc-cd-chave.

       ALTERAR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
