       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP04ADIA.
       AUTHOR.        EQUIPE TP04.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

      *--------------------------------------------------------------*
      *    ADIANTAMENTO QUINZENAL: 40% DO SALARIO CONTRATUAL DO MES
      *    (VALOR HORA DO CADASTRO X 220 HORAS), PAGO NO DIA 20 A
      *    TODO EMPREGADO ATIVO QUE NAO TENHA OPTADO POR NAO
      *    RECEBER (CAD-OPTA-ADIANTAMENTO = "N").
      *
      *    CADA ADIANTAMENTO E GRAVADO EM HISTIDX.DAT COMO TIPO "A",
      *    SEQUENCIA 01, NA COMPETENCIA DO MES. O VALOR VAI SOMENTE
      *    NO LIQUIDO: ADIANTAMENTO NAO E REMUNERACAO NOVA, E UMA
      *    ANTECIPACAO DO LIQUIDO DA FOLHA MENSAL, ENTAO O BRUTO, O
      *    INSS E O IRRF DO REGISTRO FICAM ZERADOS E A TRIBUTACAO
      *    ACONTECE NA FOLHA MENSAL (TP04), QUE DESCONTA O
      *    ADIANTAMENTO DO LIQUIDO.
      *
      *    O PAGAMENTO SAI PELO TP04BANC, NA REMESSA DE ADIANTAMENTO
      *    DA COMPETENCIA.
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

           SELECT HIST-FICHA-FILE ASSIGN TO "HISTIDX.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS HIST-CHAVE
               FILE STATUS        IS WS-HIST-FILE-STATUS.

           SELECT HOLERITE-FILE   ASSIGN TO "HOLERITE.DAT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-HOLERITE-FILE-STATUS.

           SELECT AUDIT-FICHA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-AUDIT-FILE-STATUS.

           SELECT CTL-FICHA-FILE  ASSIGN TO "COMPETEN.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CTL-COMPETENCIA
               FILE STATUS        IS WS-CTL-FILE-STATUS.

           SELECT EST-FICHA-FILE  ASSIGN TO "ESTABELEC.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS EST-CODIGO
               FILE STATUS        IS WS-EST-FILE-STATUS.

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

       FD  HIST-FICHA-FILE.
       01  HIST-REG.
           05 HIST-CHAVE.
               10 HIST-PRONTUARIO       PIC X(8).
               10 HIST-COMPETENCIA      PIC 9(6).
               10 HIST-TIPO-REGISTRO    PIC X(1).
               10 HIST-SEQUENCIA        PIC 9(2).
           05 HIST-NOME                 PIC X(20).
           05 HIST-SALARIO-BRUTO        PIC 9(5)V9(2).
           05 HIST-DESCONTO-INSS        PIC 9(5)V9(2).
           05 HIST-DESCONTO-IRRF        PIC 9(5)V9(2).
           05 HIST-SALARIO-LIQUIDO      PIC 9(5)V9(2).
           05 HIST-CENTRO-CUSTO         PIC X(4).

       FD  HOLERITE-FILE.
       01  HOLERITE-LINHA               PIC X(80).

       FD  AUDIT-FICHA-FILE.
       01  AUDIT-REG.
           05 AUDIT-DATA                PIC 9(8).
           05 AUDIT-HORA                PIC 9(8).
           05 AUDIT-OPERADOR            PIC X(20).
           05 AUDIT-PRONTUARIO          PIC X(8).
           05 AUDIT-HORA-TRABALHADA     PIC 9(3)V9(2).
           05 AUDIT-QTD-HORAS           PIC 9(3).
           05 AUDIT-PENSAO-DEPENTENDE   PIC 9(4)V9(2).
           05 AUDIT-QTD-DEPENTENDES     PIC 9(2).
           05 AUDIT-SALARIO-BRUTO       PIC 9(5)V9(2).
           05 AUDIT-DESCONTO-INSS       PIC 9(5)V9(2).
           05 AUDIT-DESCONTO-IRRF       PIC 9(5)V9(2).
           05 AUDIT-SALARIO-LIQUIDO     PIC 9(5)V9(2).
           05 AUDIT-TIPO-REGISTRO       PIC X(1).
           05 AUDIT-CENTRO-CUSTO        PIC X(4).

      *    CALENDARIO DE FECHAMENTO DA FOLHA (MANTIDO PELO TP04COMP).
       FD  CTL-FICHA-FILE.
       01  CTL-REG.
           05 CTL-COMPETENCIA           PIC 9(6).
           05 CTL-STATUS                PIC X(1).
           05 CTL-DATA-ALTERACAO        PIC 9(8).
           05 CTL-HORA-ALTERACAO        PIC 9(8).
           05 CTL-OPERADOR              PIC X(20).
           05 CTL-PROGRAMA              PIC X(8).

      *    ESTABELECIMENTOS DA EMPRESA (MANTIDOS PELO TP04CADM).
       FD  EST-FICHA-FILE.
       01  EST-REG.
           05 EST-CODIGO                PIC X(3).
           05 EST-NOME                  PIC X(30).
           05 EST-CNPJ                  PIC 9(14).

       WORKING-STORAGE SECTION.
       77 WS-CAD-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-HIST-FILE-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-HOLERITE-FILE-STATUS      PIC X(2)        VALUE SPACES.
       77 WS-AUDIT-FILE-STATUS         PIC X(2)        VALUE SPACES.

       01 WS-CAD-FIM-ARQUIVO           PIC X           VALUE "N".
           88 CAD-FIM-ARQUIVO                          VALUE "S".

      *---- CALCULO DO ADIANTAMENTO -----------------------------------*
       77 CONST-HORAS-MES              PIC 9(3)        VALUE 220.
       77 CONST-PERCENTUAL-ADIANTAMENTO PIC 9V9(3)     VALUE 0,400.
       77 CONST-DIA-CORTE-ADMISSAO     PIC 9(2)        VALUE 15.
       77 WS-COMPETENCIA-ALVO          PIC 9(6)        VALUE ZEROS.
       77 WS-DATA-CORTE-ADMISSAO       PIC 9(8)        VALUE ZEROS.
       77 WS-SALARIO-CONTRATUAL        PIC 9(5)V9(2)   VALUE ZERO.
       77 WS-VALOR-ADIANTAMENTO        PIC 9(5)V9(2)   VALUE ZERO.

      *---- TOTAIS DA EXECUCAO ----------------------------------------*
       77 WS-QTD-GERADOS               PIC 9(4)        VALUE ZERO.
       77 WS-QTD-OPTANTES              PIC 9(4)        VALUE ZERO.
       77 WS-QTD-JA-GERADOS            PIC 9(4)        VALUE ZERO.
       77 WS-QTD-FORA-PRAZO            PIC 9(4)        VALUE ZERO.
       77 WS-TOTAL-ADIANTAMENTO        PIC 9(9)V9(2)   VALUE ZERO.

      *---- TRILHA DE AUDITORIA -----------------------------------*
       77 WS-AUDIT-OPERADOR            PIC X(20)       VALUE SPACES.
       77 CONST-VAR-AMBIENTE-USUARIO   PIC X(4)        VALUE "USER".
       01 WS-AUDIT-DATA-HORA.
           05 WS-AUDIT-DATA            PIC 9(8)        VALUE ZEROS.
           05 WS-AUDIT-HORA            PIC 9(8)        VALUE ZEROS.

      *---- ESTABELECIMENTOS (ESTABELEC.DAT) --------------------------*
      *    O HOLERITE SAI COM A RAZAO SOCIAL E O CNPJ DO
      *    ESTABELECIMENTO DO EMPREGADO (BRANCO OU SEM FICHA =
      *    MATRIZ). A MATRIZ SEM FICHA EM ESTABELEC.DAT USA A RAZAO
      *    SOCIAL E O CNPJ PADRAO.
       77 WS-EST-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 CONST-ESTAB-MATRIZ           PIC X(3)        VALUE "001".
       77 CONST-NOME-EMPRESA           PIC X(30)
           VALUE "EMPRESA MODELO LTDA".
       77 CONST-CNPJ-EMPRESA           PIC 9(14)
           VALUE 00000000000191.
       77 WS-ESTABELECIMENTO           PIC X(3)        VALUE "001".
       77 WS-EST-NOME                  PIC X(30)       VALUE SPACES.
       77 WS-EST-CNPJ                  PIC 9(14)       VALUE ZEROS.
       01 WS-ESTABELEC-DISPONIVEL      PIC X           VALUE "N".
           88 ESTABELEC-DISPONIVEL                     VALUE "S".

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
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       INICIO-ADIANTAMENTO.

           DISPLAY "---- ADIANTAMENTO QUINZENAL (TP04) -------------".
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA-ALVO.

      *    O ADIANTAMENTO ANTECEDE A FOLHA: COMPETENCIA JA CALCULADA
      *    OU ADIANTE NAO RECEBE MAIS ADIANTAMENTO.
           MOVE WS-COMPETENCIA-ALVO TO WS-CTL-COMPETENCIA.
           PERFORM CONSULTAR-CALENDARIO.
           IF NOT CTL-SIT-ABERTA
               DISPLAY "COMPETENCIA " WS-COMPETENCIA-ALVO
                   " NA SITUACAO " WS-CTL-SITUACAO
                   " NO CALENDARIO - ADIANTAMENTO RECUSADO."
               STOP RUN
           END-IF.

      *    QUEM FOI ADMITIDO DEPOIS DO DIA 15 DA COMPETENCIA NAO
      *    TRABALHOU A PRIMEIRA QUINZENA E FICA SOMENTE COM A FOLHA
      *    MENSAL.
           COMPUTE WS-DATA-CORTE-ADMISSAO =
               WS-COMPETENCIA-ALVO * 100 + CONST-DIA-CORTE-ADMISSAO.

           CALL "C$GETENV" USING CONST-VAR-AMBIENTE-USUARIO
                                  WS-AUDIT-OPERADOR.

           OPEN INPUT CAD-FICHA-FILE.
           IF WS-CAD-FILE-STATUS NOT = "00"
               DISPLAY "CADASTRO.DAT INDISPONIVEL. STATUS: "
                   WS-CAD-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O HIST-FICHA-FILE.
           IF WS-HIST-FILE-STATUS = "35"
               OPEN OUTPUT HIST-FICHA-FILE
               CLOSE HIST-FICHA-FILE
               OPEN I-O HIST-FICHA-FILE
           END-IF.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "HISTIDX.DAT INDISPONIVEL. STATUS: "
                   WS-HIST-FILE-STATUS
               CLOSE CAD-FICHA-FILE
               STOP RUN
           END-IF.

           OPEN INPUT EST-FICHA-FILE.
           IF WS-EST-FILE-STATUS = "00"
               MOVE "S" TO WS-ESTABELEC-DISPONIVEL
           END-IF.

           OPEN EXTEND HOLERITE-FILE.
           IF WS-HOLERITE-FILE-STATUS NOT = "00"
               OPEN OUTPUT HOLERITE-FILE
           END-IF.

           OPEN EXTEND AUDIT-FICHA-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FICHA-FILE
           END-IF.

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
                           PERFORM PROCESSAR-EMPREGADO-ADTO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CAD-FICHA-FILE.
           CLOSE HIST-FICHA-FILE.
           CLOSE HOLERITE-FILE.
           CLOSE AUDIT-FICHA-FILE.
           IF ESTABELEC-DISPONIVEL
               CLOSE EST-FICHA-FILE
           END-IF.

           DISPLAY "ADIANTAMENTO DA COMPETENCIA " WS-COMPETENCIA-ALVO
               " GERADO PARA " WS-QTD-GERADOS " EMPREGADO(S).".
           DISPLAY "  TOTAL: " WS-TOTAL-ADIANTAMENTO
               "  OPTARAM POR NAO RECEBER: " WS-QTD-OPTANTES.
           DISPLAY "  JA GERADOS / FOLHA JA CALCULADA: "
               WS-QTD-JA-GERADOS
               "  ADMITIDOS APOS O DIA 15: " WS-QTD-FORA-PRAZO.
           DISPLAY "PAGAMENTO: TP04BANC, REMESSA DE ADIANTAMENTO.".

           STOP RUN.
      *--------------------------------------------------------------*
       PROCESSAR-EMPREGADO-ADTO.

           IF CAD-OPTA-ADIANTAMENTO = "N"
               ADD 1 TO WS-QTD-OPTANTES
               DISPLAY "PRONTUARIO: " CAD-PRONTUARIO
                   "  OPTOU POR NAO RECEBER ADIANTAMENTO - PULADO."
               EXIT PARAGRAPH
           END-IF.

           IF CAD-DATA-ADMISSAO > WS-DATA-CORTE-ADMISSAO
               ADD 1 TO WS-QTD-FORA-PRAZO
               DISPLAY "PRONTUARIO: " CAD-PRONTUARIO
                   "  ADMITIDO APOS O DIA 15 - SEM ADIANTAMENTO."
               EXIT PARAGRAPH
           END-IF.

      *    UM ADIANTAMENTO POR COMPETENCIA: RODAR DE NOVO NAO
      *    DUPLICA, E UMA EXECUCAO ABORTADA PODE SER REPETIDA.
           MOVE CAD-PRONTUARIO      TO HIST-PRONTUARIO.
           MOVE WS-COMPETENCIA-ALVO TO HIST-COMPETENCIA.
           MOVE "A"                 TO HIST-TIPO-REGISTRO.
           MOVE 1                   TO HIST-SEQUENCIA.
           READ HIST-FICHA-FILE.
           IF WS-HIST-FILE-STATUS = "00"
               ADD 1 TO WS-QTD-JA-GERADOS
               DISPLAY "PRONTUARIO: " CAD-PRONTUARIO
                   "  ADIANTAMENTO JA GRAVADO NA COMPETENCIA"
                   " - PULADO."
               EXIT PARAGRAPH
           END-IF.

      *    COM A FOLHA MENSAL JA CALCULADA O ADIANTAMENTO NAO SERIA
      *    MAIS DESCONTADO - O EMPREGADO RECEBERIA EM DOBRO.
           MOVE CAD-PRONTUARIO      TO HIST-PRONTUARIO.
           MOVE WS-COMPETENCIA-ALVO TO HIST-COMPETENCIA.
           MOVE "M"                 TO HIST-TIPO-REGISTRO.
           MOVE 1                   TO HIST-SEQUENCIA.
           READ HIST-FICHA-FILE.
           IF WS-HIST-FILE-STATUS = "00"
               ADD 1 TO WS-QTD-JA-GERADOS
               DISPLAY "PRONTUARIO: " CAD-PRONTUARIO
                   "  FOLHA MENSAL JA CALCULADA NA COMPETENCIA"
                   " - SEM ADIANTAMENTO."
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SALARIO-CONTRATUAL ROUNDED =
               CAD-VALOR-HORA * CONST-HORAS-MES.
           COMPUTE WS-VALOR-ADIANTAMENTO ROUNDED =
               WS-SALARIO-CONTRATUAL * CONST-PERCENTUAL-ADIANTAMENTO.

           IF WS-VALOR-ADIANTAMENTO = ZERO
               DISPLAY "PRONTUARIO: " CAD-PRONTUARIO
                   "  VALOR HORA ZERADO NO CADASTRO - SEM"
                   " ADIANTAMENTO."
               EXIT PARAGRAPH
           END-IF.

           PERFORM GRAVAR-HISTORICO-ADTO.
           IF WS-HIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM IMPRIMIR-HOLERITE-ADTO.
           PERFORM GRAVAR-AUDITORIA-ADTO.

           ADD 1 TO WS-QTD-GERADOS.
           ADD WS-VALOR-ADIANTAMENTO TO WS-TOTAL-ADIANTAMENTO.

           DISPLAY "PRONTUARIO: " CAD-PRONTUARIO
               "  ADIANTAMENTO: " WS-VALOR-ADIANTAMENTO.
      *--------------------------------------------------------------*
       GRAVAR-HISTORICO-ADTO.

           MOVE CAD-PRONTUARIO         TO HIST-PRONTUARIO.
           MOVE WS-COMPETENCIA-ALVO    TO HIST-COMPETENCIA.
           MOVE "A"                    TO HIST-TIPO-REGISTRO.
           MOVE 1                      TO HIST-SEQUENCIA.
           MOVE CAD-NOME               TO HIST-NOME.
           MOVE ZERO                   TO HIST-SALARIO-BRUTO.
           MOVE ZERO                   TO HIST-DESCONTO-INSS.
           MOVE ZERO                   TO HIST-DESCONTO-IRRF.
           MOVE WS-VALOR-ADIANTAMENTO  TO HIST-SALARIO-LIQUIDO.
           MOVE CAD-CENTRO-CUSTO       TO HIST-CENTRO-CUSTO.

           WRITE HIST-REG.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM HISTIDX.DAT - STATUS: "
                   WS-HIST-FILE-STATUS
                   " PRONTUARIO: " CAD-PRONTUARIO
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-HOLERITE-ADTO.

           MOVE CONST-ESTAB-MATRIZ TO WS-ESTABELECIMENTO.
           IF CAD-ESTABELECIMENTO NOT = SPACES
               MOVE CAD-ESTABELECIMENTO TO WS-ESTABELECIMENTO
           END-IF.
           PERFORM OBTER-ESTABELECIMENTO.

           MOVE SPACES TO HOLERITE-LINHA.
           STRING WS-EST-NOME DELIMITED BY "  "
               " - ADIANTAMENTO QUINZENAL" DELIMITED BY SIZE
               INTO HOLERITE-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.

           MOVE SPACES TO HOLERITE-LINHA.
           STRING "CNPJ: " WS-EST-CNPJ
               DELIMITED BY SIZE INTO HOLERITE-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.

           MOVE ALL "-" TO HOLERITE-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.

           MOVE SPACES TO HOLERITE-LINHA.
           STRING "COMPETENCIA: " WS-COMPETENCIA-ALVO
               DELIMITED BY SIZE INTO HOLERITE-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.

           MOVE SPACES TO HOLERITE-LINHA.
           STRING "PRONTUARIO: " CAD-PRONTUARIO
               "   NOME: " CAD-NOME
               DELIMITED BY SIZE INTO HOLERITE-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.

           MOVE ALL "-" TO HOLERITE-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.

           MOVE WS-SALARIO-CONTRATUAL TO WS-HOLERITE-VALOR.
           MOVE SPACES TO HOLERITE-LINHA.
           STRING "SALARIO CONTRATUAL (220H).: " WS-HOLERITE-VALOR
               DELIMITED BY SIZE INTO HOLERITE-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.

           MOVE ALL "-" TO HOLERITE-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.

           MOVE WS-VALOR-ADIANTAMENTO TO WS-HOLERITE-VALOR.
           MOVE SPACES TO HOLERITE-LINHA.
           STRING "ADIANTAMENTO (40%)........: " WS-HOLERITE-VALOR
               DELIMITED BY SIZE INTO HOLERITE-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.

           MOVE SPACES TO HOLERITE-LINHA.
           MOVE "VALOR DESCONTADO NA FOLHA MENSAL DA COMPETENCIA."
               TO HOLERITE-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.

           MOVE SPACES TO HOLERITE-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.
      *--------------------------------------------------------------*
       GRAVAR-AUDITORIA-ADTO.

           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.

           MOVE WS-AUDIT-DATA          TO AUDIT-DATA.
           MOVE WS-AUDIT-HORA          TO AUDIT-HORA.
           MOVE WS-AUDIT-OPERADOR      TO AUDIT-OPERADOR.
           MOVE CAD-PRONTUARIO         TO AUDIT-PRONTUARIO.
           MOVE CAD-VALOR-HORA         TO AUDIT-HORA-TRABALHADA.
           MOVE CONST-HORAS-MES        TO AUDIT-QTD-HORAS.
           MOVE ZEROS                  TO AUDIT-PENSAO-DEPENTENDE.
           MOVE ZEROS                  TO AUDIT-QTD-DEPENTENDES.
           MOVE ZERO                   TO AUDIT-SALARIO-BRUTO.
           MOVE ZERO                   TO AUDIT-DESCONTO-INSS.
           MOVE ZERO                   TO AUDIT-DESCONTO-IRRF.
           MOVE WS-VALOR-ADIANTAMENTO  TO AUDIT-SALARIO-LIQUIDO.
           MOVE "A"                    TO AUDIT-TIPO-REGISTRO.
           MOVE CAD-CENTRO-CUSTO       TO AUDIT-CENTRO-CUSTO.

           WRITE AUDIT-REG.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM AUDITORIA.DAT - STATUS: "
                   WS-AUDIT-FILE-STATUS
                   " PRONTUARIO: " CAD-PRONTUARIO
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-LINHA-HOLERITE.

           WRITE HOLERITE-LINHA.
           IF WS-HOLERITE-FILE-STATUS NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM HOLERITE.DAT - STATUS: "
                   WS-HOLERITE-FILE-STATUS
                   " PRONTUARIO: " CAD-PRONTUARIO
           END-IF.
      *--------------------------------------------------------------*
       OBTER-ESTABELECIMENTO.

           MOVE CONST-NOME-EMPRESA TO WS-EST-NOME.
           MOVE CONST-CNPJ-EMPRESA TO WS-EST-CNPJ.

           IF ESTABELEC-DISPONIVEL
               MOVE WS-ESTABELECIMENTO TO EST-CODIGO
               READ EST-FICHA-FILE
               IF WS-EST-FILE-STATUS = "00"
                   MOVE EST-NOME TO WS-EST-NOME
                   MOVE EST-CNPJ TO WS-EST-CNPJ
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-ESTABELECIMENTO NOT = CONST-ESTAB-MATRIZ
               DISPLAY "AVISO: ESTABELECIMENTO " WS-ESTABELECIMENTO
                   " SEM FICHA EM ESTABELEC.DAT - IMPRESSO COM OS"
                   " DADOS DA MATRIZ."
           END-IF.
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
