       77 WS-LIMITE-ANTERIOR             PIC 9(5)V9(2)  VALUE ZERO.
       01 WS-TABELA-VIGENCIAS.
           05 WS-VIG-ITEM OCCURS 10 TIMES PIC 9(6).

      *---- SALARIO MINIMO (TIPO SMIN) --------------------------------*
      *    BASE DO ADICIONAL DE INSALUBRIDADE. VALOR NO CAMPO VALOR
      *    ADICIONAL, UM REGISTRO POR VIGENCIA; ARQUIVO ANTERIOR AO
      *    TIPO RECEBE O VALOR PADRAO, AJUSTAVEL PELA OPCAO 2.
       77 CONST-TIPO-SALARIO-MINIMO      PIC X(4)       VALUE "SMIN".
       77 CONST-SALARIO-MINIMO-PADRAO    PIC 9(4)V9(2)  VALUE 1320,00.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
           DISPLAY "Vigencia (AAAAMM, 000000 = original): "
               WITH NO ADVANCING.
           ACCEPT WS-VIGENCIA-BUSCA.
           DISPLAY "Tipo (INSS/IRRF/DEPN/SMIN): " WITH NO ADVANCING.
           ACCEPT WS-TIPO-BUSCA.
           DISPLAY "Ordem da faixa (1 para DEPN/SMIN): "
               WITH NO ADVANCING.
           ACCEPT WS-ORDEM-BUSCA.

           MOVE ZERO TO WS-IDX-LOCALIZADO.
           ELSE
               PERFORM MONTAR-TABELA-PADRAO
           END-IF.

           PERFORM GARANTIR-SALARIO-MINIMO.
      *--------------------------------------------------------------*
       GARANTIR-SALARIO-MINIMO.

           MOVE ZERO TO WS-QTD-VIGENCIAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-REGISTROS
               PERFORM REGISTRAR-VIGENCIA-DISTINTA
           END-PERFORM.

           PERFORM VARYING WS-IDX-VIG FROM 1 BY 1
                   UNTIL WS-IDX-VIG > WS-QTD-VIGENCIAS
               PERFORM INCLUIR-SALARIO-MINIMO
           END-PERFORM.
      *--------------------------------------------------------------*
       INCLUIR-SALARIO-MINIMO.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-REGISTROS
               IF WS-REG-TIPO(WS-IDX) = CONST-TIPO-SALARIO-MINIMO
                  AND WS-REG-VIGENCIA(WS-IDX) = WS-VIG-ITEM(WS-IDX-VIG)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           IF WS-QTD-REGISTROS >= CONST-MAX-REGISTROS
               DISPLAY "LIMITE DE " CONST-MAX-REGISTROS
                   " REGISTROS EXCEDIDO - VIGENCIA "
                   WS-VIG-ITEM(WS-IDX-VIG) " SEM SALARIO MINIMO."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-REGISTROS.
           MOVE CONST-TIPO-SALARIO-MINIMO
               TO WS-REG-TIPO(WS-QTD-REGISTROS).
           MOVE 1     TO WS-REG-ORDEM(WS-QTD-REGISTROS).
           MOVE ZEROS TO WS-REG-LIMITE-INF(WS-QTD-REGISTROS).
           MOVE ZEROS TO WS-REG-LIMITE-SUP(WS-QTD-REGISTROS).
           MOVE ZEROS TO WS-REG-PERCENTUAL(WS-QTD-REGISTROS).
           MOVE CONST-SALARIO-MINIMO-PADRAO
               TO WS-REG-VALOR-ADICIONAL(WS-QTD-REGISTROS).
           MOVE WS-VIG-ITEM(WS-IDX-VIG)
               TO WS-REG-VIGENCIA(WS-QTD-REGISTROS).
      *--------------------------------------------------------------*
       MONTAR-TABELA-PADRAO.

