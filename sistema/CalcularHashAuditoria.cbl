      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Selo encadeado das linhas de auditoria. O selo de uma
      *          linha e calculado sobre o selo da linha anterior
      *          (HSH-ANTERIOR) seguido do texto da linha
      *          (HSH-TEXTO ate HSH-TAMANHO posicoes): duas somas
      *          polinomiais de caracteres, cada uma reduzida por um
      *          primo de 12 digitos, concatenadas em 24 digitos. Usado
      *          na gravacao (REGISTRAR-AUDITORIA) e na conferencia
      *          (VERIFICACAO-AUDITORIA), que tem de calcular igual.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULAR-HASH-AUDITORIA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01  ws-campos-hash.
               03 ws-nr-posicao            PIC 9(003) VALUE ZEROS.
               03 ws-nr-caracter           PIC 9(003) VALUE ZEROS.
               03 ws-nr-parcial            PIC 9(015) VALUE ZEROS.
               03 ws-hash-1                PIC 9(012) VALUE ZEROS.
               03 ws-hash-2                PIC 9(012) VALUE ZEROS.

           01  ws-texto-selado.
               03 ws-ts-anterior           PIC x(024).
               03 ws-ts-texto              PIC x(200).
           01  ws-tamanho-selado           PIC 9(003) VALUE ZEROS.

           01  ws-hash-resultado.
               03 ws-hr-parte-1            PIC 9(012).
               03 ws-hr-parte-2            PIC 9(012).

       LINKAGE SECTION.
           01  PARAMETROS-HASH.
               05 HSH-ANTERIOR             PIC x(024).
               05 HSH-TEXTO                PIC x(200).
               05 HSH-TAMANHO              PIC 9(003).
               05 HSH-RESULTADO            PIC x(024).

       PROCEDURE DIVISION USING PARAMETROS-HASH.
       MAIN-PROCEDURE SECTION.
           MOVE HSH-ANTERIOR               TO ws-ts-anterior.
           MOVE HSH-TEXTO                  TO ws-ts-texto.
           IF  HSH-TAMANHO GREATER 200
               MOVE 200                    TO HSH-TAMANHO
           END-IF.
           COMPUTE ws-tamanho-selado = 24 + HSH-TAMANHO.
           MOVE 7                          TO ws-hash-1.
           MOVE 11                         TO ws-hash-2.
           PERFORM VARYING ws-nr-posicao FROM 1 BY 1
                     UNTIL ws-nr-posicao GREATER ws-tamanho-selado
               MOVE FUNCTION ORD(ws-texto-selado(ws-nr-posicao:1))
                                           TO ws-nr-caracter
               COMPUTE ws-nr-parcial = ws-hash-1 * 131 + ws-nr-caracter
               COMPUTE ws-hash-1 =
                       FUNCTION MOD(ws-nr-parcial, 999999999989)
               COMPUTE ws-nr-parcial = ws-hash-2 * 257 + ws-nr-caracter
               COMPUTE ws-hash-2 =
                       FUNCTION MOD(ws-nr-parcial, 999999999961)
           END-PERFORM.
           MOVE ws-hash-1                  TO ws-hr-parte-1.
           MOVE ws-hash-2                  TO ws-hr-parte-2.
           MOVE ws-hash-resultado          TO HSH-RESULTADO.
           EXIT PROGRAM.
       END PROGRAM CALCULAR-HASH-AUDITORIA.
