               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-AUDIT-FILE-STATUS.

           SELECT PEN-FICHA-FILE  ASSIGN TO "PENSAO.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS PEN-CHAVE
               FILE STATUS        IS WS-PEN-FILE-STATUS.

           SELECT PMV-FICHA-FILE  ASSIGN TO "PENMOV.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS PMV-CHAVE
               FILE STATUS        IS WS-PMV-FILE-STATUS.

           SELECT CTL-FICHA-FILE  ASSIGN TO "COMPETEN.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CTL-COMPETENCIA
               FILE STATUS        IS WS-CTL-FILE-STATUS.

      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 CAD-CONTA                 PIC 9(10).
           05 CAD-DIGITO-CONTA          PIC X(1).
           05 CAD-CENTRO-CUSTO          PIC X(4).
           05 CAD-OPTA-ADIANTAMENTO     PIC X(1).
           05 CAD-ESTABELECIMENTO       PIC X(3).
           05 CAD-CARGO                 PIC X(4).

       FD  HIST-FICHA-FILE.
       01  HIST-REG.
           05 AUDIT-TIPO-REGISTRO       PIC X(1).
           05 AUDIT-CENTRO-CUSTO        PIC X(4).

      *    ORDENS JUDICIAIS DE PENSAO ALIMENTICIA (MANTIDAS PELO
      *    TP04PENS). BASE: B BRUTO, L LIQUIDO. FORMA: P PERCENTUAL,
      *    V VALOR FIXO. SITUACAO: A ATIVA, E ENCERRADA.
       FD  PEN-FICHA-FILE.
       01  PEN-REG.
           05 PEN-CHAVE.
               10 PEN-PRONTUARIO        PIC X(8).
               10 PEN-ORDEM             PIC 9(2).
           05 PEN-PROCESSO              PIC X(20).
           05 PEN-NOME-BENEFICIARIO     PIC X(20).
           05 PEN-CPF-BENEFICIARIO      PIC X(11).
           05 PEN-BANCO                 PIC 9(3).
           05 PEN-AGENCIA               PIC 9(4).
           05 PEN-CONTA                 PIC 9(10).
           05 PEN-DIGITO-CONTA          PIC X(1).
           05 PEN-BASE-CALCULO          PIC X(1).
           05 PEN-FORMA                 PIC X(1).
           05 PEN-VALOR                 PIC 9(5)V9(2).
           05 PEN-INCIDE-MENSAL         PIC X(1).
           05 PEN-INCIDE-13             PIC X(1).
           05 PEN-INCIDE-FERIAS         PIC X(1).
           05 PEN-INCIDE-RESCISAO       PIC X(1).
           05 PEN-COMPETENCIA-INICIO    PIC 9(6).
           05 PEN-SITUACAO              PIC X(1).

      *    PENSAO DESCONTADA POR COMPETENCIA, BASE DO CREDITO AOS
      *    BENEFICIARIOS NA REMESSA (TP04BANC). NO 13O A SEQUENCIA E
      *    O NUMERO DA PARCELA, COMO NO HISTORICO.
       FD  PMV-FICHA-FILE.
       01  PMV-REG.
           05 PMV-CHAVE.
               10 PMV-COMPETENCIA       PIC 9(6).
               10 PMV-PRONTUARIO        PIC X(8).
               10 PMV-TIPO              PIC X(1).
               10 PMV-SEQUENCIA         PIC 9(2).
               10 PMV-ORDEM             PIC 9(2).
           05 PMV-NOME-BENEFICIARIO     PIC X(20).
           05 PMV-CPF-BENEFICIARIO      PIC X(11).
           05 PMV-BANCO                 PIC 9(3).
           05 PMV-AGENCIA               PIC 9(4).
           05 PMV-CONTA                 PIC 9(10).
           05 PMV-DIGITO-CONTA          PIC X(1).
           05 PMV-BASE-CALCULO          PIC 9(7)V9(2).
           05 PMV-VALOR-DESCONTADO      PIC 9(5)V9(2).
           05 PMV-CENTRO-CUSTO          PIC X(4).

      *    CALENDARIO DE FECHAMENTO DA FOLHA (MANTIDO PELO TP04COMP).
       FD  CTL-FICHA-FILE.
       01  CTL-REG.
           05 CTL-COMPETENCIA           PIC 9(6).
           05 CTL-STATUS                PIC X(1).
           05 CTL-DATA-ALTERACAO        PIC 9(8).
           05 CTL-HORA-ALTERACAO        PIC 9(8).
           05 CTL-OPERADOR              PIC X(20).
           05 CTL-PROGRAMA              PIC X(8).

       WORKING-STORAGE SECTION.
       77 WS-CAD-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-HIST-FILE-STATUS          PIC X(2)        VALUE SPACES.
           88 DEP-FIM-ARQUIVO                          VALUE "S".
       01 WS-TAXA-FIM-ARQUIVO          PIC X           VALUE "N".
           88 TAXA-FIM-ARQUIVO                         VALUE "S".
       01 WS-FLAG-HIST-GRAVADO         PIC X           VALUE "N".
           88 HIST-GRAVADO                             VALUE "S".

      *---- PENSAO ALIMENTICIA (ORDENS JUDICIAIS EM PENSAO.DAT) -------*
      *    A PENSAO DO 13O E CALCULADA SOBRE O 13O INTEIRO E DIVIDIDA
      *    ENTRE AS PARCELAS: A 1A DESCONTA A PENSAO SOBRE O
      *    ADIANTAMENTO; A 2A DESCONTA O RESTANTE (PENSAO DO 13O
      *    MENOS O JA DESCONTADO NA 1A). A PENSAO TOTAL DO 13O REDUZ
      *    A BASE DO IRRF DA 2A PARCELA.
       77 WS-PEN-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-PMV-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 CONST-MAX-PENSOES            PIC 9(2)        VALUE 5.
       77 WS-QTD-PENSOES               PIC 9(2)        VALUE ZERO.
       77 WS-IDX-PEN                   PIC 9(2)        VALUE ZERO.
       77 WS-PEN-BASE-BRUTA            PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-PEN-BASE-LIQUIDA          PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-PEN-DISPONIVEL            PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-PEN-VALOR-CALCULADO       PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-PENSAO-13                 PIC 9(5)V9(2)   VALUE ZERO.
       77 WS-PENSAO-DEDUTIVEL-13       PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-DEDUCOES-13               PIC 9(7)V9(2)   VALUE ZERO.
       01 WS-PENSAO-DISPONIVEL         PIC X           VALUE "N".
           88 PENSAO-DISPONIVEL                        VALUE "S".
       01 WS-PEN-FIM-ARQUIVO           PIC X           VALUE "N".
           88 PEN-FIM-ARQUIVO                          VALUE "S".
       01 WS-TABELA-PENSOES.
           05 WS-PEN-ITEM OCCURS 5 TIMES.
               10 WS-PEN-ORDEM         PIC 9(2).
               10 WS-PEN-NOME          PIC X(20).
               10 WS-PEN-CPF           PIC X(11).
               10 WS-PEN-BANCO         PIC 9(3).
               10 WS-PEN-AGENCIA       PIC 9(4).
               10 WS-PEN-CONTA         PIC 9(10).
               10 WS-PEN-DIGITO-CONTA  PIC X(1).
               10 WS-PEN-BASE-CALCULO  PIC X(1).
               10 WS-PEN-FORMA         PIC X(1).
               10 WS-PEN-VALOR-ORDEM   PIC 9(5)V9(2).
               10 WS-PEN-JA-DESCONTADO PIC 9(5)V9(2).
               10 WS-PEN-BASE          PIC 9(7)V9(2).
               10 WS-PEN-DESCONTO      PIC 9(5)V9(2).

      *---- TABELA DE TAXAS (INSS / IRRF / DEPENDENTE) ----------------*
       77 CONST-QTD-FAIXAS-INSS        PIC 9           VALUE 4.

      *---- HOLERITE (IMPRESSAO) --------------------------------------*
       01 WS-HOLERITE-VALOR            PIC ZZ.ZZZ,ZZ.

      *---- CALENDARIO DE FECHAMENTO (COMPETEN.DAT) -------------------*
      *    SEM REGISTRO NO CALENDARIO A COMPETENCIA ESTA ABERTA.
       77 WS-CTL-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-CTL-COMPETENCIA           PIC 9(6)        VALUE ZEROS.
       01 WS-CTL-SITUACAO              PIC X(1)        VALUE "A".
           88 CTL-SIT-ABERTA                           VALUE "A".
           88 CTL-SIT-CALCULADA                        VALUE "C".
           88 CTL-SIT-CONCILIADA                       VALUE "R".
           88 CTL-SIT-REMETIDA                         VALUE "M".
           88 CTL-SIT-DECLARADA                        VALUE "D".
           88 CTL-SIT-FECHADA                          VALUE "F".
           88 CTL-PERMITE-HISTORICO                    VALUE "A" "C".
       77 WS-CTL-SITUACAO-NOVA         PIC X(1)        VALUE SPACE.
       77 WS-CTL-DATA                  PIC 9(8)        VALUE ZEROS.
       77 WS-CTL-HORA                  PIC 9(8)        VALUE ZEROS.
       77 CONST-CTL-PROGRAMA           PIC X(8)        VALUE "TP0413SA".
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
           COMPUTE WS-COMP-INICIO    = WS-ANO-ALVO * 100 + 1.
           COMPUTE WS-COMP-FIM       = WS-ANO-ALVO * 100 + 12.

      *    O 13O TEM COMPETENCIA PROPRIA NO CALENDARIO (AAAA13):
      *    DEPOIS DE CONCILIADA, NOVA PARCELA SO COM A REABERTURA.
           MOVE WS-COMPETENCIA-13 TO WS-CTL-COMPETENCIA.
           PERFORM CONSULTAR-CALENDARIO.
           IF NOT CTL-PERMITE-HISTORICO
               DISPLAY "COMPETENCIA " WS-COMPETENCIA-13
                   " NA SITUACAO " WS-CTL-SITUACAO
                   " NO CALENDARIO (COMPETEN.DAT)."
               DISPLAY "EXECUCAO RECUSADA. REABRA A COMPETENCIA"
                   " PELO TP04COMP."
               STOP RUN
           END-IF.

           PERFORM CARREGAR-TAXAS.

           CALL "C$GETENV" USING CONST-VAR-AMBIENTE-USUARIO
                                  WS-AUDIT-OPERADOR.

           PERFORM ABRIR-PENSOES.

           OPEN INPUT CAD-FICHA-FILE.
           IF WS-CAD-FILE-STATUS NOT = "00"
               DISPLAY "CADASTRO.DAT INDISPONIVEL. STATUS: "
           CLOSE CAD-FICHA-FILE.
           CLOSE HOLERITE-FILE.
           CLOSE AUDIT-FICHA-FILE.
           IF PENSAO-DISPONIVEL
               CLOSE PEN-FICHA-FILE
               CLOSE PMV-FICHA-FILE
           END-IF.

           DISPLAY "13O SALARIO PARCELA " WS-PARCELA " GERADO PARA "
               WS-QTD-EMPREGADOS " EMPREGADO(S).".

           IF WS-QTD-EMPREGADOS > ZERO
               MOVE "C" TO WS-CTL-SITUACAO-NOVA
               PERFORM AVANCAR-CALENDARIO
           END-IF.

           STOP RUN.
      *--------------------------------------------------------------*
       PROCESSAR-EMPREGADO-13.
               PERFORM CONTAR-DEPENDENTES-ARQUIVO
               PERFORM CALCULAR-PARCELA
               PERFORM GRAVAR-HISTORICO-13
               IF HIST-GRAVADO
                   PERFORM GRAVAR-MOVIMENTO-PENSOES-13
               END-IF
               PERFORM IMPRIMIR-HOLERITE-13
               PERFORM GRAVAR-AUDITORIA-13
               ADD 1 TO WS-QTD-EMPREGADOS
      *    PARA SOMAREM EXATAMENTE A BASE.
           COMPUTE WS-VALOR-ADIANTAMENTO ROUNDED = WS-BASE-13 / 2.

           MOVE ZERO TO WS-PENSAO-13.
           MOVE ZERO TO WS-PENSAO-DEDUTIVEL-13.
           PERFORM CARREGAR-PENSOES-13.

           IF WS-PARCELA = 1
      *        ADIANTAMENTO: METADE DA BASE, SEM INSS E IRRF; SO A
      *        PENSAO ALIMENTICIA, CALCULADA SOBRE O ADIANTAMENTO.
               MOVE WS-VALOR-ADIANTAMENTO TO WS-VALOR-PARCELA
               MOVE WS-VALOR-PARCELA TO WS-PEN-BASE-BRUTA
               MOVE WS-VALOR-PARCELA TO WS-PEN-BASE-LIQUIDA
               MOVE WS-VALOR-PARCELA TO WS-PEN-DISPONIVEL
               PERFORM CALCULAR-PENSOES-13
               COMPUTE WS-LIQUIDO-PARCELA =
                   WS-VALOR-PARCELA - WS-PENSAO-13
           ELSE
      *        PARCELA FINAL: INSS E IRRF SOBRE A BASE INTEGRAL,
      *        DESCONTADO O ADIANTAMENTO JA PAGO.
                   WS-BASE-13 - WS-VALOR-ADIANTAMENTO
               PERFORM CALCULAR-INSS-13
               PERFORM CALCULAR-IRRF-13
               PERFORM APURAR-BASES-PENSAO-13
               PERFORM CALCULAR-PENSOES-13
               IF WS-PENSAO-DEDUTIVEL-13 > ZERO
                   PERFORM CALCULAR-IRRF-13
               END-IF
               COMPUTE WS-LIQUIDO-PARCELA = WS-VALOR-PARCELA
                   - WS-DESCONTO-INSS-13
                   - WS-DESCONTO-IRRF-13
                   - WS-PENSAO-13
           END-IF.
      *--------------------------------------------------------------*
       CALCULAR-INSS-13.
      *--------------------------------------------------------------*
       CALCULAR-IRRF-13.

           COMPUTE WS-DEDUCOES-13 = WS-DESCONTO-INSS-13
                   + WS-PENSAO-DEDUTIVEL-13
                   + (WS-QTD-DEPENTENDES * WS-DEDUCAO-DEPENDENTE).
           IF WS-DEDUCOES-13 >= WS-BASE-13
               MOVE ZERO TO WS-REFERENCIA-13
           ELSE
               COMPUTE WS-REFERENCIA-13 = WS-BASE-13 - WS-DEDUCOES-13
           END-IF.

           MOVE ZERO TO WS-PORC-IRRF.
           MOVE ZERO TO WS-DEDUCAO-IRRF.
           MOVE WS-LIQUIDO-PARCELA     TO HIST-SALARIO-LIQUIDO.
           MOVE CAD-CENTRO-CUSTO       TO HIST-CENTRO-CUSTO.

           MOVE "N" TO WS-FLAG-HIST-GRAVADO.
           WRITE HIST-REG.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM HISTIDX.DAT - STATUS: "
                   WS-HIST-FILE-STATUS
                   " PRONTUARIO: " CAD-PRONTUARIO
           ELSE
               MOVE "S" TO WS-FLAG-HIST-GRAVADO
           END-IF.

           CLOSE HIST-FICHA-FILE.
               DELIMITED BY SIZE INTO HOLERITE-LINHA.
           WRITE HOLERITE-LINHA.

           PERFORM VARYING WS-IDX-PEN FROM 1 BY 1
                   UNTIL WS-IDX-PEN > WS-QTD-PENSOES
               IF WS-PEN-DESCONTO(WS-IDX-PEN) > ZERO
                   MOVE WS-PEN-DESCONTO(WS-IDX-PEN)
                       TO WS-HOLERITE-VALOR
                   MOVE SPACES TO HOLERITE-LINHA
                   STRING "(-) PENSAO ALIMENTICIA....: "
                       WS-HOLERITE-VALOR
                       "  " WS-PEN-NOME(WS-IDX-PEN)
                       DELIMITED BY SIZE INTO HOLERITE-LINHA
                   WRITE HOLERITE-LINHA
               END-IF
           END-PERFORM.

           MOVE ALL "-" TO HOLERITE-LINHA.
           WRITE HOLERITE-LINHA.

           MOVE CAD-PRONTUARIO         TO AUDIT-PRONTUARIO.
           MOVE ZEROS                  TO AUDIT-HORA-TRABALHADA.
           MOVE ZEROS                  TO AUDIT-QTD-HORAS.
           MOVE WS-PENSAO-13           TO AUDIT-PENSAO-DEPENTENDE.
           MOVE WS-QTD-DEPENTENDES     TO AUDIT-QTD-DEPENTENDES.
           MOVE WS-VALOR-PARCELA       TO AUDIT-SALARIO-BRUTO.
           MOVE WS-DESCONTO-INSS-13    TO AUDIT-DESCONTO-INSS.
           MOVE CAD-CENTRO-CUSTO       TO AUDIT-CENTRO-CUSTO.

           WRITE AUDIT-REG.
      *--------------------------------------------------------------*
       ABRIR-PENSOES.

      *    PENSAO.DAT E OPCIONAL: SEM ORDENS JUDICIAIS O 13O SEGUE
      *    SEM DESCONTO DE PENSAO.
           MOVE "N" TO WS-PENSAO-DISPONIVEL.

           OPEN INPUT PEN-FICHA-FILE.
           IF WS-PEN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O PMV-FICHA-FILE.
           IF WS-PMV-FILE-STATUS = "35"
               OPEN OUTPUT PMV-FICHA-FILE
               CLOSE PMV-FICHA-FILE
               OPEN I-O PMV-FICHA-FILE
           END-IF.
           IF WS-PMV-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PENMOV.DAT. STATUS: "
                   WS-PMV-FILE-STATUS
               STOP RUN
           END-IF.

           MOVE "S" TO WS-PENSAO-DISPONIVEL.
      *--------------------------------------------------------------*
       CARREGAR-PENSOES-13.

           MOVE ZERO TO WS-QTD-PENSOES.
           IF NOT PENSAO-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.

           MOVE "N"            TO WS-PEN-FIM-ARQUIVO.
           MOVE CAD-PRONTUARIO TO PEN-PRONTUARIO.
           MOVE ZEROS          TO PEN-ORDEM.
           START PEN-FICHA-FILE KEY >= PEN-CHAVE.
           IF WS-PEN-FILE-STATUS NOT = "00"
               MOVE "S" TO WS-PEN-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL PEN-FIM-ARQUIVO
               READ PEN-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-PEN-FIM-ARQUIVO
                   NOT AT END
                       IF PEN-PRONTUARIO = CAD-PRONTUARIO
                           PERFORM REGISTRAR-PENSAO-13
                       ELSE
                           MOVE "S" TO WS-PEN-FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM.
      *--------------------------------------------------------------*
       REGISTRAR-PENSAO-13.

      *    SOMENTE ORDENS ATIVAS, JA VIGENTES E QUE INCIDEM SOBRE O
      *    13O. NA 2A PARCELA GUARDA O QUE A 1A JA DESCONTOU.
           IF PEN-SITUACAO NOT = "A"
              OR PEN-INCIDE-13 NOT = "S"
              OR PEN-COMPETENCIA-INICIO > WS-COMPETENCIA-13
               EXIT PARAGRAPH
           END-IF.

           IF WS-QTD-PENSOES >= CONST-MAX-PENSOES
               DISPLAY "AVISO: LIMITE DE " CONST-MAX-PENSOES
                   " ORDENS DE PENSAO EXCEDIDO - ORDEM " PEN-ORDEM
                   " IGNORADA PARA O PRONTUARIO " CAD-PRONTUARIO "."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-PENSOES.
           MOVE PEN-ORDEM       TO WS-PEN-ORDEM(WS-QTD-PENSOES).
           MOVE PEN-NOME-BENEFICIARIO
               TO WS-PEN-NOME(WS-QTD-PENSOES).
           MOVE PEN-CPF-BENEFICIARIO
               TO WS-PEN-CPF(WS-QTD-PENSOES).
           MOVE PEN-BANCO       TO WS-PEN-BANCO(WS-QTD-PENSOES).
           MOVE PEN-AGENCIA     TO WS-PEN-AGENCIA(WS-QTD-PENSOES).
           MOVE PEN-CONTA       TO WS-PEN-CONTA(WS-QTD-PENSOES).
           MOVE PEN-DIGITO-CONTA
               TO WS-PEN-DIGITO-CONTA(WS-QTD-PENSOES).
           MOVE PEN-BASE-CALCULO
               TO WS-PEN-BASE-CALCULO(WS-QTD-PENSOES).
           MOVE PEN-FORMA       TO WS-PEN-FORMA(WS-QTD-PENSOES).
           MOVE PEN-VALOR       TO WS-PEN-VALOR-ORDEM(WS-QTD-PENSOES).
           MOVE ZERO            TO WS-PEN-JA-DESCONTADO(WS-QTD-PENSOES).
           MOVE ZERO            TO WS-PEN-BASE(WS-QTD-PENSOES).
           MOVE ZERO            TO WS-PEN-DESCONTO(WS-QTD-PENSOES).

           IF WS-PARCELA = 2
               MOVE WS-COMPETENCIA-13 TO PMV-COMPETENCIA
               MOVE CAD-PRONTUARIO    TO PMV-PRONTUARIO
               MOVE "D"               TO PMV-TIPO
               MOVE 1                 TO PMV-SEQUENCIA
               MOVE PEN-ORDEM         TO PMV-ORDEM
               READ PMV-FICHA-FILE
               IF WS-PMV-FILE-STATUS = "00"
                   MOVE PMV-VALOR-DESCONTADO
                       TO WS-PEN-JA-DESCONTADO(WS-QTD-PENSOES)
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       APURAR-BASES-PENSAO-13.

      *    2A PARCELA: BASES SOBRE O 13O INTEIRO; O DESCONTO FICA
      *    LIMITADO AO LIQUIDO DA PROPRIA PARCELA.
           MOVE WS-BASE-13 TO WS-PEN-BASE-BRUTA.

           IF WS-DESCONTO-INSS-13 + WS-DESCONTO-IRRF-13 >= WS-BASE-13
               MOVE ZERO TO WS-PEN-BASE-LIQUIDA
           ELSE
               COMPUTE WS-PEN-BASE-LIQUIDA = WS-BASE-13
                   - WS-DESCONTO-INSS-13
                   - WS-DESCONTO-IRRF-13
           END-IF.

           IF WS-DESCONTO-INSS-13 + WS-DESCONTO-IRRF-13
                   >= WS-VALOR-PARCELA
               MOVE ZERO TO WS-PEN-DISPONIVEL
           ELSE
               COMPUTE WS-PEN-DISPONIVEL = WS-VALOR-PARCELA
                   - WS-DESCONTO-INSS-13
                   - WS-DESCONTO-IRRF-13
           END-IF.
      *--------------------------------------------------------------*
       CALCULAR-PENSOES-13.

           MOVE ZERO TO WS-PENSAO-13.
           MOVE ZERO TO WS-PENSAO-DEDUTIVEL-13.

           PERFORM VARYING WS-IDX-PEN FROM 1 BY 1
                   UNTIL WS-IDX-PEN > WS-QTD-PENSOES
               PERFORM CALCULAR-UMA-PENSAO-13
           END-PERFORM.
      *--------------------------------------------------------------*
       CALCULAR-UMA-PENSAO-13.

           IF WS-PEN-BASE-CALCULO(WS-IDX-PEN) = "L"
               MOVE WS-PEN-BASE-LIQUIDA TO WS-PEN-BASE(WS-IDX-PEN)
           ELSE
               MOVE WS-PEN-BASE-BRUTA   TO WS-PEN-BASE(WS-IDX-PEN)
           END-IF.

           IF WS-PEN-FORMA(WS-IDX-PEN) = "P"
               COMPUTE WS-PEN-VALOR-CALCULADO ROUNDED =
                   WS-PEN-BASE(WS-IDX-PEN)
                   * WS-PEN-VALOR-ORDEM(WS-IDX-PEN) / 100
           ELSE
               MOVE WS-PEN-VALOR-ORDEM(WS-IDX-PEN)
                   TO WS-PEN-VALOR-CALCULADO
           END-IF.

      *    O QUE A 1A PARCELA JA DESCONTOU SAI DA PENSAO DO 13O.
           IF WS-PEN-VALOR-CALCULADO > WS-PEN-JA-DESCONTADO(WS-IDX-PEN)
               SUBTRACT WS-PEN-JA-DESCONTADO(WS-IDX-PEN)
                   FROM WS-PEN-VALOR-CALCULADO
           ELSE
               MOVE ZERO TO WS-PEN-VALOR-CALCULADO
           END-IF.

           IF WS-PEN-VALOR-CALCULADO > WS-PEN-DISPONIVEL
               DISPLAY "AVISO: PENSAO DA ORDEM "
                   WS-PEN-ORDEM(WS-IDX-PEN)
                   " LIMITADA AO LIQUIDO DISPONIVEL - PRONTUARIO "
                   CAD-PRONTUARIO "."
               MOVE WS-PEN-DISPONIVEL TO WS-PEN-VALOR-CALCULADO
           END-IF.

           MOVE WS-PEN-VALOR-CALCULADO TO WS-PEN-DESCONTO(WS-IDX-PEN).
           SUBTRACT WS-PEN-VALOR-CALCULADO FROM WS-PEN-DISPONIVEL.
           ADD WS-PEN-VALOR-CALCULADO TO WS-PENSAO-13.
           COMPUTE WS-PENSAO-DEDUTIVEL-13 = WS-PENSAO-DEDUTIVEL-13
               + WS-PEN-JA-DESCONTADO(WS-IDX-PEN)
               + WS-PEN-VALOR-CALCULADO.
      *--------------------------------------------------------------*
       GRAVAR-MOVIMENTO-PENSOES-13.

      *    UM REGISTRO POR ORDEM DESCONTADA NA PARCELA, PARA O
      *    CREDITO AO BENEFICIARIO.
           PERFORM VARYING WS-IDX-PEN FROM 1 BY 1
                   UNTIL WS-IDX-PEN > WS-QTD-PENSOES
               IF WS-PEN-DESCONTO(WS-IDX-PEN) > ZERO
                   PERFORM GRAVAR-UMA-PENSAO-13
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       GRAVAR-UMA-PENSAO-13.

           MOVE WS-COMPETENCIA-13      TO PMV-COMPETENCIA.
           MOVE CAD-PRONTUARIO         TO PMV-PRONTUARIO.
           MOVE "D"                    TO PMV-TIPO.
           MOVE WS-PARCELA             TO PMV-SEQUENCIA.
           MOVE WS-PEN-ORDEM(WS-IDX-PEN) TO PMV-ORDEM.
           MOVE WS-PEN-NOME(WS-IDX-PEN) TO PMV-NOME-BENEFICIARIO.
           MOVE WS-PEN-CPF(WS-IDX-PEN) TO PMV-CPF-BENEFICIARIO.
           MOVE WS-PEN-BANCO(WS-IDX-PEN) TO PMV-BANCO.
           MOVE WS-PEN-AGENCIA(WS-IDX-PEN) TO PMV-AGENCIA.
           MOVE WS-PEN-CONTA(WS-IDX-PEN) TO PMV-CONTA.
           MOVE WS-PEN-DIGITO-CONTA(WS-IDX-PEN) TO PMV-DIGITO-CONTA.
           MOVE WS-PEN-BASE(WS-IDX-PEN) TO PMV-BASE-CALCULO.
           MOVE WS-PEN-DESCONTO(WS-IDX-PEN) TO PMV-VALOR-DESCONTADO.
           MOVE CAD-CENTRO-CUSTO       TO PMV-CENTRO-CUSTO.

           WRITE PMV-REG.
           IF WS-PMV-FILE-STATUS = "22"
               REWRITE PMV-REG
           END-IF.
           IF WS-PMV-FILE-STATUS NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM PENMOV.DAT - STATUS: "
                   WS-PMV-FILE-STATUS
                   " PRONTUARIO: " CAD-PRONTUARIO
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-TAXAS.

           MOVE    884,96 TO WS-IRRF-DEDUCAO(5).

           MOVE    189,59 TO WS-DEDUCAO-DEPENDENTE.
      *--------------------------------------------------------------*
       CONSULTAR-CALENDARIO.

           MOVE "A" TO WS-CTL-SITUACAO.
           OPEN INPUT CTL-FICHA-FILE.
           IF WS-CTL-FILE-STATUS = "00"
               MOVE WS-CTL-COMPETENCIA TO CTL-COMPETENCIA
               READ CTL-FICHA-FILE
               IF WS-CTL-FILE-STATUS = "00"
                   MOVE CTL-STATUS TO WS-CTL-SITUACAO
               END-IF
               CLOSE CTL-FICHA-FILE
           END-IF.
      *--------------------------------------------------------------*
       AVANCAR-CALENDARIO.

           OPEN I-O CTL-FICHA-FILE.
           IF WS-CTL-FILE-STATUS = "35"
               OPEN OUTPUT CTL-FICHA-FILE
               CLOSE CTL-FICHA-FILE
               OPEN I-O CTL-FICHA-FILE
           END-IF.
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "AVISO: COMPETEN.DAT INDISPONIVEL - STATUS: "
                   WS-CTL-FILE-STATUS
                   " - SITUACAO DA COMPETENCIA NAO ATUALIZADA."
               EXIT PARAGRAPH
           END-IF.

           CALL "C$GETENV" USING CONST-VAR-AMBIENTE-USUARIO
                                  WS-AUDIT-OPERADOR.
           ACCEPT WS-CTL-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-CTL-HORA FROM TIME.

           MOVE WS-CTL-COMPETENCIA TO CTL-COMPETENCIA.
           READ CTL-FICHA-FILE.
           IF WS-CTL-FILE-STATUS = "00"
               PERFORM PREENCHER-CALENDARIO
               REWRITE CTL-REG
           ELSE
               PERFORM PREENCHER-CALENDARIO
               WRITE CTL-REG
           END-IF.

           IF WS-CTL-FILE-STATUS = "00"
               MOVE WS-CTL-SITUACAO-NOVA TO WS-CTL-SITUACAO
               DISPLAY "CALENDARIO: COMPETENCIA " WS-CTL-COMPETENCIA
                   " PASSA A SITUACAO " WS-CTL-SITUACAO-NOVA "."
           ELSE
               DISPLAY "AVISO: ERRO DE GRAVACAO EM COMPETEN.DAT - "
                   "STATUS: " WS-CTL-FILE-STATUS
           END-IF.

           CLOSE CTL-FICHA-FILE.
      *--------------------------------------------------------------*
       PREENCHER-CALENDARIO.

           MOVE WS-CTL-COMPETENCIA   TO CTL-COMPETENCIA.
           MOVE WS-CTL-SITUACAO-NOVA TO CTL-STATUS.
           MOVE WS-CTL-DATA          TO CTL-DATA-ALTERACAO.
           MOVE WS-CTL-HORA          TO CTL-HORA-ALTERACAO.
           MOVE WS-AUDIT-OPERADOR    TO CTL-OPERADOR.
           MOVE CONST-CTL-PROGRAMA   TO CTL-PROGRAMA.
