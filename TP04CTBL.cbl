               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-CONTABIL-FILE-STATUS.

           SELECT CTL-FICHA-FILE  ASSIGN TO "COMPETEN.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CTL-COMPETENCIA
               FILE STATUS        IS WS-CTL-FILE-STATUS.

           SELECT AMV-FICHA-FILE  ASSIGN TO "ADICMOV.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS AMV-CHAVE
               FILE STATUS        IS WS-AMV-FILE-STATUS.

      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 CTB-CONTA-CREDITO         PIC X(8).
           05 CTB-VALOR                 PIC 9(9)V9(2).

      *    CALENDARIO DE FECHAMENTO DA FOLHA (MANTIDO PELO TP04COMP).
       FD  CTL-FICHA-FILE.
       01  CTL-REG.
           05 CTL-COMPETENCIA           PIC 9(6).
           05 CTL-STATUS                PIC X(1).
           05 CTL-DATA-ALTERACAO        PIC 9(8).
           05 CTL-HORA-ALTERACAO        PIC 9(8).
           05 CTL-OPERADOR              PIC X(20).
           05 CTL-PROGRAMA              PIC X(8).

      *    ADICIONAIS PAGOS NA FOLHA (GRAVADOS PELO TP04), JA
      *    INCLUIDOS NO BRUTO DO HISTORICO.
       FD  AMV-FICHA-FILE.
       01  AMV-REG.
           05 AMV-CHAVE.
               10 AMV-COMPETENCIA       PIC 9(6).
               10 AMV-PRONTUARIO        PIC X(8).
               10 AMV-TIPO              PIC X(1).
               10 AMV-SEQUENCIA         PIC 9(2).
           05 AMV-CARGO                 PIC X(4).
           05 AMV-CENTRO-CUSTO          PIC X(4).
           05 AMV-ESTABELECIMENTO       PIC X(3).
           05 AMV-INSALUBRIDADE         PIC 9(5)V9(2).
           05 AMV-PERICULOSIDADE        PIC 9(5)V9(2).
           05 AMV-HORAS-NOTURNAS        PIC 9(3)V9(2).
           05 AMV-NOTURNO               PIC 9(5)V9(2).

       WORKING-STORAGE SECTION.
       77 WS-HIST-FILE-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-CONTA-FILE-STATUS         PIC X(2)        VALUE SPACES.
       77 WS-CONTABIL-FILE-STATUS      PIC X(2)        VALUE SPACES.
       77 WS-AMV-FILE-STATUS           PIC X(2)        VALUE SPACES.

       77 WS-COMPETENCIA-ALVO          PIC 9(6)        VALUE ZEROS.
       77 WS-QTD-LANCAMENTOS           PIC 9(4)        VALUE ZERO.
       77 WS-QTD-CENTROS-CUSTO         PIC 9(2)        VALUE ZERO.
       77 WS-IDX-CC                    PIC 9(2)        VALUE ZERO.
       77 WS-IDX-CC-LOCALIZADO         PIC 9(2)        VALUE ZERO.
       77 WS-CC-PROCURADO              PIC X(4)        VALUE SPACES.
      *    OS ADICIONAIS SAO PARTE DO BRUTO: NA EXPORTACAO SAEM DA
      *    VERBA BRUTO PARA AS VERBAS PROPRIAS, SEM MUDAR O TOTAL.
       01 WS-TABELA-CENTRO-CUSTO.
           05 WS-CC-ITEM OCCURS 20 TIMES.
               10 WS-CC-CODIGO         PIC X(4).
               10 WS-CC-BRUTO          PIC 9(9)V9(2).
               10 WS-CC-LIQUIDO        PIC 9(9)V9(2).
               10 WS-CC-FGTS           PIC 9(9)V9(2).
               10 WS-CC-INSALUBRIDADE  PIC 9(9)V9(2).
               10 WS-CC-PERICULOSIDADE PIC 9(9)V9(2).
               10 WS-CC-NOTURNO        PIC 9(9)V9(2).
       77 WS-CC-ADICIONAIS             PIC 9(9)V9(2)   VALUE ZERO.

       77 CONST-PERCENTUAL-INSS-PATRONAL PIC 9V9(3)    VALUE 0,200.
       77 CONST-PERCENTUAL-RAT-TERCEIROS PIC 9V9(3)    VALUE 0,058.
       77 WS-FGTS-REGISTRO             PIC 9(5)V9(2)   VALUE ZERO.

      *---- MAPEAMENTO DE CONTAS (VERBA -> DEBITO / CREDITO) ----------*
       77 CONST-QTD-VERBAS             PIC 9           VALUE 8.
       77 WS-IDX-VERBA                 PIC 9           VALUE ZERO.
       01 WS-TABELA-CONTAS.
           05 WS-MAPA-VERBA OCCURS 8 TIMES.
               10 WS-MAPA-NOME         PIC X(8).
               10 WS-MAPA-DEBITO       PIC X(8).
               10 WS-MAPA-CREDITO      PIC X(8).
           88 HIST-FIM-ARQUIVO                         VALUE "S".
       01 WS-CONTA-FIM-ARQUIVO         PIC X           VALUE "N".
           88 CONTA-FIM-ARQUIVO                        VALUE "S".
       01 WS-AMV-FIM-ARQUIVO           PIC X           VALUE "N".
           88 AMV-FIM-ARQUIVO                          VALUE "S".

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
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA-ALVO.

      *    SO SE CONTABILIZA A FOLHA JA CALCULADA.
           MOVE WS-COMPETENCIA-ALVO TO WS-CTL-COMPETENCIA.
           PERFORM CONSULTAR-CALENDARIO.
           IF CTL-SIT-ABERTA
               DISPLAY "COMPETENCIA " WS-COMPETENCIA-ALVO
                   " AINDA ABERTA NO CALENDARIO - FOLHA NAO"
                   " CALCULADA. EXPORTACAO RECUSADA."
               STOP RUN
           END-IF.

           PERFORM CARREGAR-CONTAS.
           PERFORM TOTALIZAR-HISTORICO.
           PERFORM TOTALIZAR-ADICIONAIS.

           IF WS-QTD-CENTROS-CUSTO = ZERO
               DISPLAY "NENHUM REGISTRO NA COMPETENCIA "
                   NOT AT END
      *                SOMENTE A FOLHA MENSAL: 13O E RESCISAO TEM
      *                VERBAS COM TRATAMENTO PROPRIO E FICAM FORA
      *                DESTE LANCAMENTO. O ADIANTAMENTO QUINZENAL
      *                (TIPO "A", BRUTO ZERADO) SO COMPLETA O
      *                LIQUIDO PAGO, QUE NA FOLHA MENSAL JA VEM
      *                COM O ADIANTAMENTO DESCONTADO.
                       IF HIST-COMPETENCIA = WS-COMPETENCIA-ALVO
                          AND (HIST-TIPO-REGISTRO = "M"
                           OR HIST-TIPO-REGISTRO = "A")
                           PERFORM ACUMULAR-CENTRO-CUSTO
                       END-IF
               END-READ
      *--------------------------------------------------------------*
       ACUMULAR-CENTRO-CUSTO.

           MOVE HIST-CENTRO-CUSTO TO WS-CC-PROCURADO.
           PERFORM LOCALIZAR-CENTRO-CUSTO.

           IF WS-IDX-CC-LOCALIZADO > ZERO
               ADD HIST-SALARIO-BRUTO
                   TO WS-CC-BRUTO(WS-IDX-CC-LOCALIZADO)
               ADD HIST-SALARIO-LIQUIDO
                   TO WS-CC-LIQUIDO(WS-IDX-CC-LOCALIZADO)
      *        MESMO TRUNCAMENTO POR REGISTRO DA FOLHA, PARA O
      *        LANCAMENTO BATER COM O FGTS IMPRESSO EM ENCARGOS.DAT.
               COMPUTE WS-FGTS-REGISTRO =
                   HIST-SALARIO-BRUTO * CONST-PERCENTUAL-FGTS
               ADD WS-FGTS-REGISTRO
                   TO WS-CC-FGTS(WS-IDX-CC-LOCALIZADO)
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-CENTRO-CUSTO.

           MOVE ZERO TO WS-IDX-CC-LOCALIZADO.
           PERFORM VARYING WS-IDX-CC FROM 1 BY 1
                   UNTIL WS-IDX-CC > WS-QTD-CENTROS-CUSTO
               IF WS-CC-CODIGO(WS-IDX-CC) = WS-CC-PROCURADO
                   MOVE WS-IDX-CC TO WS-IDX-CC-LOCALIZADO
                   EXIT PERFORM
               END-IF
                   ADD 1 TO WS-QTD-CENTROS-CUSTO
                   MOVE WS-QTD-CENTROS-CUSTO
                       TO WS-IDX-CC-LOCALIZADO
                   MOVE WS-CC-PROCURADO
                       TO WS-CC-CODIGO(WS-IDX-CC-LOCALIZADO)
                   MOVE ZERO TO WS-CC-BRUTO(WS-IDX-CC-LOCALIZADO)
                   MOVE ZERO TO WS-CC-LIQUIDO(WS-IDX-CC-LOCALIZADO)
                   MOVE ZERO TO WS-CC-FGTS(WS-IDX-CC-LOCALIZADO)
                   MOVE ZERO
                       TO WS-CC-INSALUBRIDADE(WS-IDX-CC-LOCALIZADO)
                   MOVE ZERO
                       TO WS-CC-PERICULOSIDADE(WS-IDX-CC-LOCALIZADO)
                   MOVE ZERO TO WS-CC-NOTURNO(WS-IDX-CC-LOCALIZADO)
               ELSE
                   DISPLAY "AVISO: LIMITE DE CENTROS DE CUSTO"
                       " EXCEDIDO - CENTRO " WS-CC-PROCURADO
                       " FORA DA EXPORTACAO."
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       TOTALIZAR-ADICIONAIS.

      *    ADICMOV.DAT E OPCIONAL: SEM ELE A FOLHA NAO TEVE
      *    ADICIONAIS E TODO O BRUTO VAI PARA A VERBA BRUTO.
           OPEN INPUT AMV-FICHA-FILE.
           IF WS-AMV-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N"    TO WS-AMV-FIM-ARQUIVO.
           MOVE SPACES TO AMV-CHAVE.
           MOVE WS-COMPETENCIA-ALVO TO AMV-COMPETENCIA.
           START AMV-FICHA-FILE KEY >= AMV-CHAVE.
           IF WS-AMV-FILE-STATUS NOT = "00"
               MOVE "S" TO WS-AMV-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL AMV-FIM-ARQUIVO
               READ AMV-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-AMV-FIM-ARQUIVO
                   NOT AT END
                       IF AMV-COMPETENCIA NOT = WS-COMPETENCIA-ALVO
                           MOVE "S" TO WS-AMV-FIM-ARQUIVO
                       ELSE
                           IF AMV-TIPO = "M"
                               PERFORM ACUMULAR-ADICIONAIS-CC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AMV-FICHA-FILE.
      *--------------------------------------------------------------*
       ACUMULAR-ADICIONAIS-CC.

           MOVE AMV-CENTRO-CUSTO TO WS-CC-PROCURADO.
           PERFORM LOCALIZAR-CENTRO-CUSTO.

           IF WS-IDX-CC-LOCALIZADO > ZERO
               ADD AMV-INSALUBRIDADE
                   TO WS-CC-INSALUBRIDADE(WS-IDX-CC-LOCALIZADO)
               ADD AMV-PERICULOSIDADE
                   TO WS-CC-PERICULOSIDADE(WS-IDX-CC-LOCALIZADO)
               ADD AMV-NOTURNO
                   TO WS-CC-NOTURNO(WS-IDX-CC-LOCALIZADO)
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-LANCAMENTOS-CC.

      *    VERBA BRUTO SEM OS ADICIONAIS, QUE TEM CONTA PROPRIA;
      *    ENCARGOS E FGTS CONTINUAM SOBRE O BRUTO INTEIRO.
           COMPUTE WS-CC-ADICIONAIS = WS-CC-INSALUBRIDADE(WS-IDX-CC)
               + WS-CC-PERICULOSIDADE(WS-IDX-CC)
               + WS-CC-NOTURNO(WS-IDX-CC).
           IF WS-CC-ADICIONAIS > WS-CC-BRUTO(WS-IDX-CC)
               DISPLAY "AVISO: ADICIONAIS DO CENTRO "
                   WS-CC-CODIGO(WS-IDX-CC) " ACIMA DO BRUTO NO"
                   " HISTORICO - CONFERIR ADICMOV.DAT. ADICIONAIS"
                   " MANTIDOS NA VERBA BRUTO."
               MOVE ZERO TO WS-CC-ADICIONAIS
               MOVE ZERO TO WS-CC-INSALUBRIDADE(WS-IDX-CC)
               MOVE ZERO TO WS-CC-PERICULOSIDADE(WS-IDX-CC)
               MOVE ZERO TO WS-CC-NOTURNO(WS-IDX-CC)
           END-IF.

           COMPUTE WS-VALOR-LANCAMENTO =
               WS-CC-BRUTO(WS-IDX-CC) - WS-CC-ADICIONAIS.
           MOVE 1 TO WS-IDX-VERBA.
           PERFORM GRAVAR-LANCAMENTO.

           IF WS-CC-INSALUBRIDADE(WS-IDX-CC) > ZERO
               MOVE WS-CC-INSALUBRIDADE(WS-IDX-CC)
                   TO WS-VALOR-LANCAMENTO
               MOVE 6 TO WS-IDX-VERBA
               PERFORM GRAVAR-LANCAMENTO
           END-IF.

           IF WS-CC-PERICULOSIDADE(WS-IDX-CC) > ZERO
               MOVE WS-CC-PERICULOSIDADE(WS-IDX-CC)
                   TO WS-VALOR-LANCAMENTO
               MOVE 7 TO WS-IDX-VERBA
               PERFORM GRAVAR-LANCAMENTO
           END-IF.

           IF WS-CC-NOTURNO(WS-IDX-CC) > ZERO
               MOVE WS-CC-NOTURNO(WS-IDX-CC) TO WS-VALOR-LANCAMENTO
               MOVE 8 TO WS-IDX-VERBA
               PERFORM GRAVAR-LANCAMENTO
           END-IF.

           COMPUTE WS-VALOR-LANCAMENTO = WS-CC-BRUTO(WS-IDX-CC)
               * CONST-PERCENTUAL-INSS-PATRONAL.
           MOVE 2 TO WS-IDX-VERBA.
           MOVE "LIQUIDO"  TO WS-MAPA-NOME(5).
           MOVE "21010001" TO WS-MAPA-DEBITO(5).
           MOVE "11010001" TO WS-MAPA-CREDITO(5).

           MOVE "INSALUB"  TO WS-MAPA-NOME(6).
           MOVE "31010005" TO WS-MAPA-DEBITO(6).
           MOVE "21010001" TO WS-MAPA-CREDITO(6).

           MOVE "PERICUL"  TO WS-MAPA-NOME(7).
           MOVE "31010006" TO WS-MAPA-DEBITO(7).
           MOVE "21010001" TO WS-MAPA-CREDITO(7).

           MOVE "NOTURNO"  TO WS-MAPA-NOME(8).
           MOVE "31010007" TO WS-MAPA-DEBITO(8).
           MOVE "21010001" TO WS-MAPA-CREDITO(8).
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
