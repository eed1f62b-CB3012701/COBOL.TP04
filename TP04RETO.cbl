               10 WS-TAB-VALOR         PIC 9(5)V9(2).
               10 WS-TAB-SITUACAO      PIC X(1).
               10 WS-TAB-MOTIVO        PIC X(2).
               10 WS-TAB-IDX-HEADER    PIC 9(2).

      *---- HEADERS DA REMESSA (UM POR CNPJ PAGADOR) ------------------*
      *    O TP04BANC GERA UM LOTE (HEADER, DETALHES E TRAILER) POR
      *    CNPJ; CADA DETALHE GUARDA O LOTE DE ORIGEM PARA QUE A
      *    RE-REMESSA SAIA NO MESMO CNPJ.
       77 CONST-MAX-HEADERS            PIC 9(2)        VALUE 10.
       77 WS-QTD-HEADERS               PIC 9(2)        VALUE ZERO.
       77 WS-IDX-HDR                   PIC 9(2)        VALUE ZERO.
       77 WS-IDX-HDR-ANTERIOR          PIC 9(2)        VALUE ZERO.
       77 WS-QTD-DETALHES-LOTE         PIC 9(6)        VALUE ZERO.
       77 WS-TOTAL-LOTE                PIC 9(9)V9(2)   VALUE ZERO.
       01 WS-TABELA-HEADERS.
           05 WS-TAB-HEADER OCCURS 10 TIMES.
               10 WS-TAB-HDR-REGISTRO  PIC X(80).

      *---- RELATORIO DE CONFERENCIA ----------------------------------*
       77 WS-MOTIVO-DESCRICAO          PIC X(25)       VALUE SPACES.
           EVALUATE REMESSA-LINHA(1:1)
               WHEN "0"
                   MOVE REMESSA-LINHA TO WS-REM-HEADER
                   PERFORM REGISTRAR-HEADER-REMESSA
               WHEN "1"
                   MOVE REMESSA-LINHA TO WS-REM-DETALHE
                   PERFORM REGISTRAR-DETALHE-REMESSA
                   TO WS-TAB-VALOR(WS-QTD-DETALHES)
               MOVE "P" TO WS-TAB-SITUACAO(WS-QTD-DETALHES)
               MOVE SPACES TO WS-TAB-MOTIVO(WS-QTD-DETALHES)
               MOVE WS-QTD-HEADERS
                   TO WS-TAB-IDX-HEADER(WS-QTD-DETALHES)
           ELSE
               DISPLAY "AVISO: LIMITE DE " CONST-MAX-DETALHES
                   " DETALHES EXCEDIDO - PRONTUARIO "
                   WS-DET-PRONTUARIO " FORA DA CONFERENCIA."
           END-IF.
      *--------------------------------------------------------------*
       REGISTRAR-HEADER-REMESSA.

           IF WS-QTD-HEADERS < CONST-MAX-HEADERS
               ADD 1 TO WS-QTD-HEADERS
               MOVE REMESSA-LINHA
                   TO WS-TAB-HDR-REGISTRO(WS-QTD-HEADERS)
           ELSE
               DISPLAY "AVISO: LIMITE DE " CONST-MAX-HEADERS
                   " LOTES EXCEDIDO - CNPJ " WS-HDR-CNPJ
                   " CONFERIDO NO LOTE ANTERIOR."
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-DETALHE-RETORNO.


           OPEN OUTPUT RETCONC-FILE.

           MOVE WS-TAB-HDR-REGISTRO(1) TO WS-REM-HEADER.
           MOVE SPACES TO RETCONC-LINHA.
           STRING WS-HDR-NOME-EMPRESA DELIMITED BY "  "
               " - CONFERENCIA DO RETORNO" DELIMITED BY SIZE
               INTO RETCONC-LINHA.
           WRITE RETCONC-LINHA.

           MOVE SPACES TO RETCONC-LINHA.
           MOVE ALL "-" TO RETCONC-LINHA.
           WRITE RETCONC-LINHA.

           MOVE ZERO TO WS-IDX-HDR-ANTERIOR.
           PERFORM VARYING WS-IDX-DET FROM 1 BY 1
                   UNTIL WS-IDX-DET > WS-QTD-DETALHES
               IF WS-TAB-IDX-HEADER(WS-IDX-DET)
                       NOT = WS-IDX-HDR-ANTERIOR
                   PERFORM ESCREVER-LINHA-LOTE
               END-IF
               PERFORM ESCREVER-LINHA-DETALHE
           END-PERFORM.

           WRITE RETCONC-LINHA.

           CLOSE RETCONC-FILE.
      *--------------------------------------------------------------*
       ESCREVER-LINHA-LOTE.

           MOVE WS-TAB-IDX-HEADER(WS-IDX-DET) TO WS-IDX-HDR-ANTERIOR.
           IF WS-IDX-HDR-ANTERIOR = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TAB-HDR-REGISTRO(WS-IDX-HDR-ANTERIOR)
               TO WS-REM-HEADER.
           MOVE SPACES TO RETCONC-LINHA.
           STRING "CNPJ " WS-HDR-CNPJ " " WS-HDR-NOME-EMPRESA
               DELIMITED BY SIZE INTO RETCONC-LINHA.
           WRITE RETCONC-LINHA.
      *--------------------------------------------------------------*
       ESCREVER-LINHA-DETALHE.


           OPEN OUTPUT REMESSA2-FILE.

           MOVE ZERO TO WS-QTD-DETALHES-2.
           MOVE ZERO TO WS-TOTAL-REJEITADO.

      *    UM LOTE POR CNPJ PAGADOR, SOMENTE ONDE HOUVE REJEICAO.
           PERFORM VARYING WS-IDX-HDR FROM 1 BY 1
                   UNTIL WS-IDX-HDR > WS-QTD-HEADERS
               PERFORM GERAR-LOTE-RE-REMESSA
           END-PERFORM.

           CLOSE REMESSA2-FILE.
      *--------------------------------------------------------------*
       GERAR-LOTE-RE-REMESSA.

           MOVE ZERO TO WS-QTD-DETALHES-LOTE.
           MOVE ZERO TO WS-TOTAL-LOTE.

           PERFORM VARYING WS-IDX-DET FROM 1 BY 1
                   UNTIL WS-IDX-DET > WS-QTD-DETALHES
               IF WS-TAB-SITUACAO(WS-IDX-DET) = "R"
                  AND WS-TAB-IDX-HEADER(WS-IDX-DET) = WS-IDX-HDR
                   IF WS-QTD-DETALHES-LOTE = ZERO
                       MOVE WS-TAB-HDR-REGISTRO(WS-IDX-HDR)
                           TO WS-REM-HEADER
                       MOVE WS-DATA-GERACAO TO WS-HDR-DATA-GERACAO
                       WRITE REMESSA2-LINHA FROM WS-REM-HEADER
                   END-IF
                   PERFORM GRAVAR-DETALHE-RE-REMESSA
               END-IF
           END-PERFORM.

           IF WS-QTD-DETALHES-LOTE > ZERO
               MOVE "9"                  TO WS-TRL-TIPO
               MOVE WS-QTD-DETALHES-LOTE TO WS-TRL-QTD-DETALHES
               MOVE WS-TOTAL-LOTE        TO WS-TRL-TOTAL-LIQUIDO
               WRITE REMESSA2-LINHA FROM WS-REM-TRAILER
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-DETALHE-RE-REMESSA.


           ADD 1                         TO WS-QTD-DETALHES-2.
           ADD WS-TAB-VALOR(WS-IDX-DET)  TO WS-TOTAL-REJEITADO.
           ADD 1                         TO WS-QTD-DETALHES-LOTE.
           ADD WS-TAB-VALOR(WS-IDX-DET)  TO WS-TOTAL-LOTE.
