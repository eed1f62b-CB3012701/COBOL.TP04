       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP04PAQU.
       AUTHOR.        EQUIPE TP04.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

      *--------------------------------------------------------------*
      *    PERIODOS AQUISITIVOS DE FERIAS: A PARTIR DA DATA DE
      *    ADMISSAO DO CADASTRO, MONTA E ATUALIZA EM PERIODOS.DAT UM
      *    REGISTRO POR PERIODO DE CADA EMPREGADO ATIVO, COM AS
      *    FALTAS INJUSTIFICADAS DE OCORRENCIAS.DAT E O DIREITO EM
      *    DIAS CONFORME O ART. 130 DA CLT. OS DIAS JA GOZADOS SAO
      *    BAIXADOS PELO TP04FERI E OS PERIODOS INDENIZADOS PELO
      *    TP04RESC - ESTE PROGRAMA NAO ALTERA ESSES CAMPOS. GERA
      *    EM FERVENC.DAT O AVISO MENSAL DOS PERIODOS CUJO PRAZO DE
      *    CONCESSAO VENCE NOS PROXIMOS 60 DIAS OU JA VENCEU.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAD-FICHA-FILE  ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CAD-PRONTUARIO
               FILE STATUS        IS WS-CAD-FILE-STATUS.

           SELECT PER-FICHA-FILE  ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS PER-CHAVE
               FILE STATUS        IS WS-PER-FILE-STATUS.

           SELECT OCOR-FICHA-FILE ASSIGN TO "OCORRENCIAS.DAT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-OCOR-FILE-STATUS.

           SELECT AVISO-FILE      ASSIGN TO "FERVENC.DAT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-AVISO-FILE-STATUS.

      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CAD-FICHA-FILE.
       01  CAD-REG.
           05 CAD-PRONTUARIO            PIC X(8).
           05 CAD-NOME                  PIC X(20).
           05 CAD-CPF                   PIC X(11).
           05 CAD-DATA-ADMISSAO         PIC 9(8).
           05 CAD-VALOR-HORA            PIC 9(3)V9(2).
           05 CAD-STATUS                PIC X(1).
           05 CAD-BANCO                 PIC 9(3).
           05 CAD-AGENCIA               PIC 9(4).
           05 CAD-CONTA                 PIC 9(10).
           05 CAD-DIGITO-CONTA          PIC X(1).
           05 CAD-CENTRO-CUSTO          PIC X(4).
           05 CAD-OPTA-ADIANTAMENTO     PIC X(1).
           05 CAD-ESTABELECIMENTO       PIC X(3).
           05 CAD-CARGO                 PIC X(4).

      *    UM REGISTRO POR PERIODO AQUISITIVO. SITUACAO: "A" EM
      *    AQUISICAO, "V" ADQUIRIDO COM SALDO A GOZAR, "Q" QUITADO
      *    (SALDO GOZADO), "I" INDENIZADO NA RESCISAO.
       FD  PER-FICHA-FILE.
       01  PER-REG.
           05 PER-CHAVE.
               10 PER-PRONTUARIO        PIC X(8).
               10 PER-NUMERO            PIC 9(2).
           05 PER-DATA-INICIO           PIC 9(8).
           05 PER-DATA-FIM              PIC 9(8).
           05 PER-DATA-LIMITE           PIC 9(8).
           05 PER-QTD-FALTAS            PIC 9(3).
           05 PER-DIAS-DIREITO          PIC 9(2).
           05 PER-DIAS-GOZADOS          PIC 9(2).
           05 PER-SITUACAO              PIC X(1).

       FD  OCOR-FICHA-FILE.
       01  OCOR-REG.
           05 OCOR-PRONTUARIO           PIC X(8).
           05 OCOR-COMPETENCIA          PIC 9(6).
           05 OCOR-TIPO                 PIC X(1).
           05 OCOR-DIAS                 PIC 9(2).
           05 OCOR-HORAS                PIC 9(3)V9(2).

       FD  AVISO-FILE.
       01  AVISO-LINHA                  PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CAD-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-PER-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-OCOR-FILE-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-AVISO-FILE-STATUS         PIC X(2)        VALUE SPACES.

       01 WS-CAD-FIM-ARQUIVO           PIC X           VALUE "N".
           88 CAD-FIM-ARQUIVO                          VALUE "S".
       01 WS-OCOR-FIM-ARQUIVO          PIC X           VALUE "N".
           88 OCOR-FIM-ARQUIVO                         VALUE "S".

      *---- DATAS DE REFERENCIA ---------------------------------------*
       77 WS-DATA-HOJE                 PIC 9(8)        VALUE ZEROS.
       77 WS-DATA-LIMITE-AVISO         PIC 9(8)        VALUE ZEROS.
       77 CONST-DIAS-AVISO             PIC 9(3)        VALUE 60.

      *---- ARITMETICA DE DATAS ---------------------------------------*
       01 WS-DATA-CALC.
           05 CALC-ANO                 PIC 9(4).
           05 CALC-MES                 PIC 9(2).
           05 CALC-DIA                 PIC 9(2).
       01 WS-DATA-CALC-NUM REDEFINES WS-DATA-CALC PIC 9(8).
       01 WS-DIAS-POR-MES              PIC X(24)
                                VALUE "312831303130313130313031".
       01 WS-TABELA-DIAS-MES REDEFINES WS-DIAS-POR-MES.
           05 WS-DIAS-MES              PIC 9(2) OCCURS 12 TIMES.
       77 WS-ULTIMO-DIA-MES            PIC 9(2)        VALUE ZERO.
       77 WS-QUOCIENTE                 PIC 9(4)        VALUE ZERO.
       77 WS-RESTO-4                   PIC 9(3)        VALUE ZERO.
       77 WS-RESTO-100                 PIC 9(3)        VALUE ZERO.
       77 WS-RESTO-400                 PIC 9(3)        VALUE ZERO.

      *---- PERIODOS DO EMPREGADO EM CALCULO --------------------------*
       77 CONST-MAX-PERIODOS           PIC 9(2)        VALUE 60.
       77 WS-QTD-PERIODOS              PIC 9(2)        VALUE ZERO.
       77 WS-IDX-PER                   PIC 9(2)        VALUE ZERO.
       77 WS-PROXIMO-INICIO            PIC 9(8)        VALUE ZEROS.
       01 WS-TABELA-PERIODOS.
           05 WS-PER-ITEM OCCURS 60 TIMES.
               10 WS-PER-INICIO        PIC 9(8).
               10 WS-PER-FIM           PIC 9(8).
               10 WS-PER-LIMITE        PIC 9(8).
               10 WS-PER-COMP-INICIO   PIC 9(6).
               10 WS-PER-COMP-PROXIMO  PIC 9(6).
               10 WS-PER-FALTAS        PIC 9(3).

      *---- DIREITO (ART. 130 CLT) ------------------------------------*
       77 WS-DIAS-DIREITO              PIC 9(2)        VALUE ZERO.
       77 WS-SALDO-DIAS                PIC 9(2)        VALUE ZERO.

      *---- TOTAIS ----------------------------------------------------*
       77 WS-QTD-EMPREGADOS            PIC 9(6)        VALUE ZERO.
       77 WS-QTD-GRAVADOS              PIC 9(6)        VALUE ZERO.
       77 WS-QTD-ATUALIZADOS           PIC 9(6)        VALUE ZERO.
       77 WS-QTD-A-VENCER              PIC 9(6)        VALUE ZERO.
       77 WS-QTD-VENCIDOS              PIC 9(6)        VALUE ZERO.
       77 WS-SITUACAO-AVISO            PIC X(12)       VALUE SPACES.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       INICIO-PERIODOS.

           DISPLAY "---- PERIODOS AQUISITIVOS DE FERIAS (TP04) -----".

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      *    HORIZONTE DO AVISO: HOJE + 60 DIAS CORRIDOS.
           MOVE WS-DATA-HOJE TO WS-DATA-CALC-NUM.
           PERFORM SOMAR-UM-DIA CONST-DIAS-AVISO TIMES.
           MOVE WS-DATA-CALC-NUM TO WS-DATA-LIMITE-AVISO.

           OPEN INPUT CAD-FICHA-FILE.
           IF WS-CAD-FILE-STATUS NOT = "00"
               DISPLAY "CADASTRO.DAT INDISPONIVEL. STATUS: "
                   WS-CAD-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O PER-FICHA-FILE.
           IF WS-PER-FILE-STATUS = "35"
               OPEN OUTPUT PER-FICHA-FILE
               CLOSE PER-FICHA-FILE
               OPEN I-O PER-FICHA-FILE
           END-IF.
           IF WS-PER-FILE-STATUS NOT = "00"
               DISPLAY "PERIODOS.DAT INDISPONIVEL. STATUS: "
                   WS-PER-FILE-STATUS
               CLOSE CAD-FICHA-FILE
               STOP RUN
           END-IF.

           PERFORM ABRIR-AVISO.

           MOVE SPACES TO CAD-PRONTUARIO.
           START CAD-FICHA-FILE KEY >= CAD-PRONTUARIO.
           IF WS-CAD-FILE-STATUS NOT = "00"
               MOVE "S" TO WS-CAD-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL CAD-FIM-ARQUIVO
               READ CAD-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-CAD-FIM-ARQUIVO
                   NOT AT END
                       IF CAD-STATUS = "A"
                           PERFORM PROCESSAR-EMPREGADO
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM FECHAR-AVISO.

           CLOSE PER-FICHA-FILE.
           CLOSE CAD-FICHA-FILE.

           DISPLAY "EMPREGADOS ATIVOS: " WS-QTD-EMPREGADOS
               "  PERIODOS NOVOS: " WS-QTD-GRAVADOS
               "  ATUALIZADOS: " WS-QTD-ATUALIZADOS.
           DISPLAY "A VENCER EM 60 DIAS: " WS-QTD-A-VENCER
               "  VENCIDOS: " WS-QTD-VENCIDOS
               " - AVISO GRAVADO EM FERVENC.DAT.".

           STOP RUN.
      *--------------------------------------------------------------*
       PROCESSAR-EMPREGADO.

           MOVE CAD-DATA-ADMISSAO TO WS-DATA-CALC-NUM.
           IF CALC-MES < 1 OR CALC-MES > 12
              OR CALC-DIA < 1 OR CALC-DIA > 31
               DISPLAY "AVISO: DATA DE ADMISSAO INVALIDA - PRONTUARIO "
                   CAD-PRONTUARIO " SEM PERIODOS AQUISITIVOS."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-EMPREGADOS.

           PERFORM MONTAR-PERIODOS.
           PERFORM APURAR-FALTAS.

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-QTD-PERIODOS
               PERFORM ATUALIZAR-PERIODO
           END-PERFORM.
      *--------------------------------------------------------------*
       MONTAR-PERIODOS.

      *    CADA PERIODO COMECA NO ANIVERSARIO DA ADMISSAO E TERMINA
      *    NA VESPERA DO SEGUINTE; O PRAZO DE CONCESSAO SAO OS 12
      *    MESES SEGUINTES AO FIM DO PERIODO. SO ENTRAM OS PERIODOS
      *    JA INICIADOS ATE A DATA DE HOJE.

           MOVE ZERO TO WS-QTD-PERIODOS.
           MOVE CAD-DATA-ADMISSAO TO WS-DATA-CALC-NUM.

           PERFORM UNTIL WS-DATA-CALC-NUM > WS-DATA-HOJE
                      OR WS-QTD-PERIODOS >= CONST-MAX-PERIODOS
               ADD 1 TO WS-QTD-PERIODOS
               MOVE WS-DATA-CALC-NUM
                   TO WS-PER-INICIO(WS-QTD-PERIODOS)
               COMPUTE WS-PER-COMP-INICIO(WS-QTD-PERIODOS) =
                   WS-DATA-CALC-NUM / 100

               PERFORM SOMAR-UM-ANO
               MOVE WS-DATA-CALC-NUM TO WS-PROXIMO-INICIO
               COMPUTE WS-PER-COMP-PROXIMO(WS-QTD-PERIODOS) =
                   WS-DATA-CALC-NUM / 100

               PERFORM SUBTRAIR-UM-DIA
               MOVE WS-DATA-CALC-NUM TO WS-PER-FIM(WS-QTD-PERIODOS)

               MOVE WS-PROXIMO-INICIO TO WS-DATA-CALC-NUM
               PERFORM SOMAR-UM-ANO
               PERFORM SUBTRAIR-UM-DIA
               MOVE WS-DATA-CALC-NUM
                   TO WS-PER-LIMITE(WS-QTD-PERIODOS)

               MOVE ZERO TO WS-PER-FALTAS(WS-QTD-PERIODOS)
               MOVE WS-PROXIMO-INICIO TO WS-DATA-CALC-NUM
           END-PERFORM.

           IF WS-QTD-PERIODOS >= CONST-MAX-PERIODOS
              AND WS-DATA-CALC-NUM NOT > WS-DATA-HOJE
               DISPLAY "AVISO: LIMITE DE " CONST-MAX-PERIODOS
                   " PERIODOS EXCEDIDO - PRONTUARIO " CAD-PRONTUARIO
                   " COM PERIODOS FORA DO CONTROLE."
           END-IF.
      *--------------------------------------------------------------*
       APURAR-FALTAS.

      *    OCORRENCIAS SAO MENSAIS: A FALTA ENTRA NO PERIODO QUE
      *    COMECA NA COMPETENCIA DELA OU ANTES; O MES DO ANIVERSARIO
      *    JA CONTA PARA O PERIODO NOVO.
      *    OCORRENCIAS.DAT E OPCIONAL: SEM ELE NAO HA FALTAS.

           MOVE "N" TO WS-OCOR-FIM-ARQUIVO.

           OPEN INPUT OCOR-FICHA-FILE.
           IF WS-OCOR-FILE-STATUS = "00"
               PERFORM UNTIL OCOR-FIM-ARQUIVO
                   READ OCOR-FICHA-FILE
                       AT END
                           MOVE "S" TO WS-OCOR-FIM-ARQUIVO
                       NOT AT END
                           IF OCOR-PRONTUARIO = CAD-PRONTUARIO
                              AND OCOR-TIPO = "F"
                               PERFORM REGISTRAR-FALTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OCOR-FICHA-FILE
           END-IF.
      *--------------------------------------------------------------*
       REGISTRAR-FALTA.

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-QTD-PERIODOS
               IF OCOR-COMPETENCIA >= WS-PER-COMP-INICIO(WS-IDX-PER)
                  AND OCOR-COMPETENCIA
                       < WS-PER-COMP-PROXIMO(WS-IDX-PER)
                   ADD OCOR-DIAS TO WS-PER-FALTAS(WS-IDX-PER)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       ATUALIZAR-PERIODO.

      *    PERIODO JA INDENIZADO NAO E MAIS TOCADO. NOS DEMAIS, AS
      *    DATAS, AS FALTAS E O DIREITO SAO RECALCULADOS (CORRECOES
      *    EM OCORRENCIAS.DAT SAO ABSORVIDAS) E OS DIAS GOZADOS
      *    PERMANECEM COMO BAIXADOS PELO TP04FERI.

           PERFORM CALCULAR-DIREITO.

           MOVE CAD-PRONTUARIO TO PER-PRONTUARIO.
           MOVE WS-IDX-PER     TO PER-NUMERO.
           READ PER-FICHA-FILE.

           EVALUATE WS-PER-FILE-STATUS
               WHEN "00"
                   IF PER-SITUACAO = "I"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM MOVER-DADOS-PERIODO
                   REWRITE PER-REG
                   IF WS-PER-FILE-STATUS = "00"
                       ADD 1 TO WS-QTD-ATUALIZADOS
                   END-IF
               WHEN "23"
                   MOVE CAD-PRONTUARIO TO PER-PRONTUARIO
                   MOVE WS-IDX-PER     TO PER-NUMERO
                   MOVE ZERO TO PER-DIAS-GOZADOS
                   PERFORM MOVER-DADOS-PERIODO
                   WRITE PER-REG
                   IF WS-PER-FILE-STATUS = "00"
                       ADD 1 TO WS-QTD-GRAVADOS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-PER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM PERIODOS.DAT - STATUS: "
                   WS-PER-FILE-STATUS
                   " PRONTUARIO: " CAD-PRONTUARIO
                   " PERIODO: " WS-IDX-PER
               EXIT PARAGRAPH
           END-IF.

           IF PER-SITUACAO = "V"
               PERFORM VERIFICAR-PRAZO-CONCESSAO
           END-IF.
      *--------------------------------------------------------------*
       MOVER-DADOS-PERIODO.

           MOVE WS-PER-INICIO(WS-IDX-PER)  TO PER-DATA-INICIO.
           MOVE WS-PER-FIM(WS-IDX-PER)     TO PER-DATA-FIM.
           MOVE WS-PER-LIMITE(WS-IDX-PER)  TO PER-DATA-LIMITE.
           MOVE WS-PER-FALTAS(WS-IDX-PER)  TO PER-QTD-FALTAS.
           MOVE WS-DIAS-DIREITO            TO PER-DIAS-DIREITO.

           IF PER-DATA-FIM < WS-DATA-HOJE
               IF PER-DIAS-GOZADOS >= PER-DIAS-DIREITO
                   MOVE "Q" TO PER-SITUACAO
               ELSE
                   MOVE "V" TO PER-SITUACAO
               END-IF
           ELSE
               MOVE "A" TO PER-SITUACAO
           END-IF.
      *--------------------------------------------------------------*
       CALCULAR-DIREITO.

      *    ART. 130 CLT: DIAS DE FERIAS CONFORME AS FALTAS
      *    INJUSTIFICADAS NO PERIODO AQUISITIVO.

           EVALUATE TRUE
               WHEN WS-PER-FALTAS(WS-IDX-PER) <= 5
                   MOVE 30 TO WS-DIAS-DIREITO
               WHEN WS-PER-FALTAS(WS-IDX-PER) <= 14
                   MOVE 24 TO WS-DIAS-DIREITO
               WHEN WS-PER-FALTAS(WS-IDX-PER) <= 23
                   MOVE 18 TO WS-DIAS-DIREITO
               WHEN WS-PER-FALTAS(WS-IDX-PER) <= 32
                   MOVE 12 TO WS-DIAS-DIREITO
               WHEN OTHER
                   MOVE ZERO TO WS-DIAS-DIREITO
           END-EVALUATE.
      *--------------------------------------------------------------*
       VERIFICAR-PRAZO-CONCESSAO.

           IF PER-DATA-LIMITE < WS-DATA-HOJE
               MOVE "VENCIDO"      TO WS-SITUACAO-AVISO
               ADD 1 TO WS-QTD-VENCIDOS
           ELSE
               IF PER-DATA-LIMITE <= WS-DATA-LIMITE-AVISO
                   MOVE "A VENCER"     TO WS-SITUACAO-AVISO
                   ADD 1 TO WS-QTD-A-VENCER
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           COMPUTE WS-SALDO-DIAS =
               PER-DIAS-DIREITO - PER-DIAS-GOZADOS.

           MOVE SPACES TO AVISO-LINHA.
           STRING PER-PRONTUARIO
               " " CAD-NOME
               " " PER-NUMERO
               " " PER-DATA-INICIO
               " " PER-DATA-FIM
               " " PER-DATA-LIMITE
               "  " WS-SALDO-DIAS
               "    " WS-SITUACAO-AVISO
               DELIMITED BY SIZE INTO AVISO-LINHA.
           WRITE AVISO-LINHA.
      *--------------------------------------------------------------*
       ABRIR-AVISO.

           OPEN OUTPUT AVISO-FILE.

           MOVE SPACES TO AVISO-LINHA.
           MOVE "EMPRESA MODELO LTDA - FERIAS A VENCER EM 60 DIAS"
               TO AVISO-LINHA.
           WRITE AVISO-LINHA.

           MOVE SPACES TO AVISO-LINHA.
           STRING "DATA DE REFERENCIA: " WS-DATA-HOJE
               "   CONCESSAO ATE: " WS-DATA-LIMITE-AVISO
               DELIMITED BY SIZE INTO AVISO-LINHA.
           WRITE AVISO-LINHA.

           MOVE ALL "-" TO AVISO-LINHA.
           WRITE AVISO-LINHA.

           MOVE SPACES TO AVISO-LINHA.
           STRING "PRONT.   NOME                 PE INICIO   FIM"
               "      LIMITE   SALDO  SITUACAO"
               DELIMITED BY SIZE INTO AVISO-LINHA.
           WRITE AVISO-LINHA.

           MOVE ALL "-" TO AVISO-LINHA.
           WRITE AVISO-LINHA.
      *--------------------------------------------------------------*
       FECHAR-AVISO.

           MOVE ALL "-" TO AVISO-LINHA.
           WRITE AVISO-LINHA.

           MOVE SPACES TO AVISO-LINHA.
           STRING "A VENCER EM 60 DIAS: " WS-QTD-A-VENCER
               "   VENCIDOS (PAGAMENTO EM DOBRO): " WS-QTD-VENCIDOS
               DELIMITED BY SIZE INTO AVISO-LINHA.
           WRITE AVISO-LINHA.

           CLOSE AVISO-FILE.
      *--------------------------------------------------------------*
       SOMAR-UM-ANO.

      *    ANIVERSARIO EM 29/02 CAI EM 28/02 NOS ANOS COMUNS.
           ADD 1 TO CALC-ANO.
           IF CALC-MES = 2 AND CALC-DIA = 29
               PERFORM OBTER-ULTIMO-DIA-MES
               MOVE WS-ULTIMO-DIA-MES TO CALC-DIA
           END-IF.
      *--------------------------------------------------------------*
       SOMAR-UM-DIA.

           PERFORM OBTER-ULTIMO-DIA-MES.
           IF CALC-DIA < WS-ULTIMO-DIA-MES
               ADD 1 TO CALC-DIA
           ELSE
               MOVE 1 TO CALC-DIA
               IF CALC-MES < 12
                   ADD 1 TO CALC-MES
               ELSE
                   MOVE 1 TO CALC-MES
                   ADD 1 TO CALC-ANO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       SUBTRAIR-UM-DIA.

           IF CALC-DIA > 1
               SUBTRACT 1 FROM CALC-DIA
           ELSE
               IF CALC-MES > 1
                   SUBTRACT 1 FROM CALC-MES
               ELSE
                   MOVE 12 TO CALC-MES
                   SUBTRACT 1 FROM CALC-ANO
               END-IF
               PERFORM OBTER-ULTIMO-DIA-MES
               MOVE WS-ULTIMO-DIA-MES TO CALC-DIA
           END-IF.
      *--------------------------------------------------------------*
       OBTER-ULTIMO-DIA-MES.

           MOVE WS-DIAS-MES(CALC-MES) TO WS-ULTIMO-DIA-MES.

           IF CALC-MES = 2
               DIVIDE CALC-ANO BY 4   GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-4
               DIVIDE CALC-ANO BY 100 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-100
               DIVIDE CALC-ANO BY 400 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-400
               IF WS-RESTO-400 = ZERO
                  OR (WS-RESTO-4 = ZERO AND WS-RESTO-100 NOT = ZERO)
                   MOVE 29 TO WS-ULTIMO-DIA-MES
               END-IF
           END-IF.
