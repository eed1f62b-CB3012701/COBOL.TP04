       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP04CRIT.
       AUTHOR.        EQUIPE TP04.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

      *--------------------------------------------------------------*
      *    CRITICA DA FOLHA ANTES DO FECHAMENTO: RODA DEPOIS DO TP04
      *    E ANTES DO TP04BANC. COMPARA O REGISTRO MENSAL (TIPO "M")
      *    DE CADA PRONTUARIO NO HISTIDX.DAT COM O DA COMPETENCIA
      *    ANTERIOR E APONTA: VARIACAO DO BRUTO OU DO LIQUIDO ACIMA
      *    DO LIMITE, EMPREGADO NOVO (SEM FOLHA NO MES ANTERIOR),
      *    LIQUIDO ZERADO E EMPREGADO ATIVO NO CADASTRO SEM FOLHA NA
      *    COMPETENCIA. OS LIMITES PERCENTUAIS VEM DE CRITPARM.DAT
      *    (OPCIONAL). A LISTA DE EXCECOES, COM TOTAIS POR CENTRO
      *    DE CUSTO E ESPACO PARA O VISTO DO ANALISTA, E GRAVADA EM
      *    CRITICA.DAT.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FICHA-FILE ASSIGN TO "HISTIDX.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS HIST-CHAVE
               FILE STATUS        IS WS-HIST-FILE-STATUS.

           SELECT CAD-FICHA-FILE  ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CAD-PRONTUARIO
               FILE STATUS        IS WS-CAD-FILE-STATUS.

           SELECT CPAR-FICHA-FILE ASSIGN TO "CRITPARM.DAT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-CPAR-FILE-STATUS.

           SELECT CRITICA-FILE    ASSIGN TO "CRITICA.DAT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-CRITICA-FILE-STATUS.

      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
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

      *    LIMITES DA CRITICA: VARIACAO PERCENTUAL MAXIMA ACEITA NO
      *    BRUTO E NO LIQUIDO EM RELACAO A COMPETENCIA ANTERIOR.
       FD  CPAR-FICHA-FILE.
       01  CPAR-REG.
           05 CPAR-PERCENTUAL-BRUTO     PIC 9(3)V9(2).
           05 CPAR-PERCENTUAL-LIQUIDO   PIC 9(3)V9(2).

       FD  CRITICA-FILE.
       01  CRITICA-LINHA                PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-HIST-FILE-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-CAD-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-CPAR-FILE-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-CRITICA-FILE-STATUS       PIC X(2)        VALUE SPACES.

       77 WS-COMPETENCIA-ALVO          PIC 9(6)        VALUE ZEROS.
       77 WS-COMPETENCIA-ANTERIOR      PIC 9(6)        VALUE ZEROS.
       77 WS-COMPETENCIA-ADMISSAO      PIC 9(6)        VALUE ZEROS.
       01 WS-COMPETENCIA-AUX           PIC 9(6)        VALUE ZEROS.
       01 WS-COMPETENCIA-AUX-R REDEFINES WS-COMPETENCIA-AUX.
           05 WS-COMP-ANO              PIC 9(4).
           05 WS-COMP-MES              PIC 9(2).

      *---- LIMITES DA CRITICA ----------------------------------------*
       77 CONST-PERCENTUAL-BRUTO       PIC 9(3)V9(2)   VALUE 20,00.
       77 CONST-PERCENTUAL-LIQUIDO     PIC 9(3)V9(2)   VALUE 20,00.
       77 WS-LIMITE-BRUTO              PIC 9(3)V9(2)   VALUE ZERO.
       77 WS-LIMITE-LIQUIDO            PIC 9(3)V9(2)   VALUE ZERO.

      *---- FOLHA MENSAL DAS DUAS COMPETENCIAS ------------------------*
      *    O HISTORICO E LIDO EM ORDEM DE PRONTUARIO, ENTAO OS
      *    REGISTROS DE UM MESMO EMPREGADO CHEGAM JUNTOS E A TABELA
      *    JA FICA ORDENADA.
       77 CONST-MAX-EMPREGADOS         PIC 9(3)        VALUE 500.
       77 WS-QTD-EMPREGADOS            PIC 9(3)        VALUE ZERO.
       77 WS-IDX-EMP                   PIC 9(3)        VALUE ZERO.
       01 WS-TABELA-EMPREGADOS.
           05 WS-EMP-ITEM OCCURS 500 TIMES.
               10 WS-EMP-PRONTUARIO    PIC X(8).
               10 WS-EMP-NOME          PIC X(20).
               10 WS-EMP-CENTRO-CUSTO  PIC X(4).
               10 WS-EMP-BRUTO-ATUAL   PIC 9(6)V9(2).
               10 WS-EMP-LIQUIDO-ATUAL PIC 9(6)V9(2).
               10 WS-EMP-LIQUIDO-MENSAL PIC 9(6)V9(2).
               10 WS-EMP-BRUTO-ANTERIOR PIC 9(6)V9(2).
               10 WS-EMP-LIQUIDO-ANTERIOR PIC 9(6)V9(2).
               10 WS-EMP-NO-ATUAL      PIC X(1).
               10 WS-EMP-NO-ANTERIOR   PIC X(1).
       01 WS-EMP-LOCALIZADO            PIC X           VALUE "N".
           88 EMP-LOCALIZADO                           VALUE "S".

      *---- TOTAIS POR CENTRO DE CUSTO --------------------------------*
       77 CONST-MAX-CENTROS            PIC 9(2)        VALUE 50.
       77 WS-QTD-CENTROS               PIC 9(2)        VALUE ZERO.
       77 WS-IDX-CC                    PIC 9(2)        VALUE ZERO.
       77 WS-IDX-POSICAO               PIC 9(2)        VALUE ZERO.
       77 WS-CENTRO-CUSTO-ALVO         PIC X(4)        VALUE SPACES.
       01 WS-TABELA-CENTROS.
           05 WS-CC-ITEM OCCURS 50 TIMES.
               10 WS-CC-CODIGO         PIC X(4).
               10 WS-CC-QTD-EMPREGADOS PIC 9(5).
               10 WS-CC-QTD-EXCECOES   PIC 9(5).
               10 WS-CC-BRUTO-ATUAL    PIC 9(9)V9(2).
               10 WS-CC-BRUTO-ANTERIOR PIC 9(9)V9(2).
               10 WS-CC-LIQUIDO-ATUAL  PIC 9(9)V9(2).
               10 WS-CC-LIQUIDO-ANTERIOR PIC 9(9)V9(2).
       77 WS-TOTAL-EMPREGADOS          PIC 9(5)        VALUE ZERO.
       77 WS-TOTAL-BRUTO-ATUAL         PIC 9(9)V9(2)   VALUE ZERO.
       77 WS-TOTAL-BRUTO-ANTERIOR      PIC 9(9)V9(2)   VALUE ZERO.
       77 WS-TOTAL-LIQUIDO-ATUAL       PIC 9(9)V9(2)   VALUE ZERO.
       77 WS-TOTAL-LIQUIDO-ANTERIOR    PIC 9(9)V9(2)   VALUE ZERO.

      *---- EXCECOES --------------------------------------------------*
       77 WS-QTD-EXCECOES              PIC 9(5)        VALUE ZERO.
       77 WS-QTD-VAR-BRUTO             PIC 9(5)        VALUE ZERO.
       77 WS-QTD-VAR-LIQUIDO           PIC 9(5)        VALUE ZERO.
       77 WS-QTD-NOVOS                 PIC 9(5)        VALUE ZERO.
       77 WS-QTD-AUSENTES              PIC 9(5)        VALUE ZERO.
       77 WS-QTD-LIQUIDO-ZERO          PIC 9(5)        VALUE ZERO.
       77 WS-VARIACAO                  PIC S9(5)V9(1)  VALUE ZERO.
       77 WS-VALOR-ANTERIOR            PIC 9(6)V9(2)   VALUE ZERO.
       77 WS-VALOR-ATUAL               PIC 9(6)V9(2)   VALUE ZERO.
       77 WS-LIMITE-VARIACAO           PIC 9(3)V9(2)   VALUE ZERO.
       77 WS-DESCRICAO-EXCECAO         PIC X(14)       VALUE SPACES.
       01 WS-CAD-FIM-ARQUIVO           PIC X           VALUE "N".
           88 CAD-FIM-ARQUIVO                          VALUE "S".
       01 WS-HIST-FIM-ARQUIVO          PIC X           VALUE "N".
           88 HIST-FIM-ARQUIVO                         VALUE "S".

      *---- LINHAS DO RELATORIO ---------------------------------------*
       01 WS-LIN-EXCECAO.
           05 WS-EXC-PRONTUARIO        PIC X(8).
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-EXC-NOME              PIC X(20).
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-EXC-CENTRO-CUSTO      PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-EXC-DESCRICAO         PIC X(14).
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-EXC-ANTERIOR          PIC ZZZ.ZZZ,ZZ.
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-EXC-ATUAL             PIC ZZZ.ZZZ,ZZ.
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-EXC-VARIACAO          PIC -ZZZ9,9.
       01 WS-LIN-CENTRO.
           05 WS-LCC-CODIGO            PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LCC-QTD-EMPREGADOS    PIC ZZZ9.
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LCC-BRUTO-ANTERIOR    PIC ZZZ.ZZZ.ZZZ,ZZ.
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LCC-BRUTO-ATUAL       PIC ZZZ.ZZZ.ZZZ,ZZ.
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LCC-LIQUIDO-ATUAL     PIC ZZZ.ZZZ.ZZZ,ZZ.
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LCC-QTD-EXCECOES      PIC ZZZ9.
       01 WS-QTD-EDITADA               PIC ZZ.ZZ9.
       01 WS-PERCENTUAL-EDITADO        PIC ZZ9,99.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       INICIO-CRITICA.

           DISPLAY "---- CRITICA DA FOLHA ANTES DO FECHAMENTO (TP04)".
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA-ALVO.

           MOVE WS-COMPETENCIA-ALVO TO WS-COMPETENCIA-AUX.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY "COMPETENCIA INVALIDA."
               STOP RUN
           END-IF.
           IF WS-COMP-MES = 1
               SUBTRACT 1 FROM WS-COMP-ANO
               MOVE 12 TO WS-COMP-MES
           ELSE
               SUBTRACT 1 FROM WS-COMP-MES
           END-IF.
           MOVE WS-COMPETENCIA-AUX TO WS-COMPETENCIA-ANTERIOR.

           PERFORM LER-LIMITES.

           OPEN OUTPUT CRITICA-FILE.
           PERFORM IMPRIMIR-CABECALHO.

           PERFORM CARREGAR-FOLHAS.
           PERFORM CRITICAR-EMPREGADOS.
           PERFORM CONFERIR-CADASTRO.
           PERFORM IMPRIMIR-TOTAIS-CENTROS.
           PERFORM IMPRIMIR-RESUMO.

           CLOSE CRITICA-FILE.

           DISPLAY "CRITICA DA COMPETENCIA " WS-COMPETENCIA-ALVO
               " CONTRA " WS-COMPETENCIA-ANTERIOR ": "
               WS-QTD-EXCECOES " EXCECAO(OES).".
           IF WS-QTD-EXCECOES > ZERO
               DISPLAY "CONFERIR CRITICA.DAT ANTES DE GERAR A"
                   " REMESSA BANCARIA."
           END-IF.

           STOP RUN.
      *--------------------------------------------------------------*
       LER-LIMITES.

      *    CRITPARM.DAT E OPCIONAL; SEM ELE (OU COM LIMITE ZERADO)
      *    VALEM OS PERCENTUAIS PADRAO.
           MOVE CONST-PERCENTUAL-BRUTO   TO WS-LIMITE-BRUTO.
           MOVE CONST-PERCENTUAL-LIQUIDO TO WS-LIMITE-LIQUIDO.

           OPEN INPUT CPAR-FICHA-FILE.
           IF WS-CPAR-FILE-STATUS = "00"
               READ CPAR-FICHA-FILE
                   NOT AT END
                       IF CPAR-PERCENTUAL-BRUTO NOT = ZERO
                           MOVE CPAR-PERCENTUAL-BRUTO
                               TO WS-LIMITE-BRUTO
                       END-IF
                       IF CPAR-PERCENTUAL-LIQUIDO NOT = ZERO
                           MOVE CPAR-PERCENTUAL-LIQUIDO
                               TO WS-LIMITE-LIQUIDO
                       END-IF
               END-READ
               CLOSE CPAR-FICHA-FILE
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-CABECALHO.

           MOVE "CRITICA DA FOLHA DE PAGAMENTO - PRE-FECHAMENTO"
               TO CRITICA-LINHA.
           WRITE CRITICA-LINHA.

           MOVE SPACES TO CRITICA-LINHA.
           STRING "COMPETENCIA: " WS-COMPETENCIA-ALVO
               "   COMPARADA COM: " WS-COMPETENCIA-ANTERIOR
               DELIMITED BY SIZE INTO CRITICA-LINHA.
           WRITE CRITICA-LINHA.

           MOVE SPACES TO CRITICA-LINHA.
           MOVE WS-LIMITE-BRUTO TO WS-PERCENTUAL-EDITADO.
           STRING "LIMITES DE VARIACAO: BRUTO " WS-PERCENTUAL-EDITADO
               "%" DELIMITED BY SIZE INTO CRITICA-LINHA.
           MOVE WS-LIMITE-LIQUIDO TO WS-PERCENTUAL-EDITADO.
           STRING "  LIQUIDO " WS-PERCENTUAL-EDITADO "%"
               DELIMITED BY SIZE INTO CRITICA-LINHA(38:20).
           WRITE CRITICA-LINHA.

           MOVE ALL "-" TO CRITICA-LINHA.
           WRITE CRITICA-LINHA.
           MOVE "PRONT.   NOME                 CC   OCORRENCIA"
               TO CRITICA-LINHA.
           MOVE "ANTERIOR      ATUAL   VAR.%" TO CRITICA-LINHA(54:27).
           WRITE CRITICA-LINHA.
           MOVE ALL "-" TO CRITICA-LINHA.
           WRITE CRITICA-LINHA.
      *--------------------------------------------------------------*
       CARREGAR-FOLHAS.

           OPEN INPUT HIST-FICHA-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "HISTIDX.DAT INDISPONIVEL. STATUS: "
                   WS-HIST-FILE-STATUS
               CLOSE CRITICA-FILE
               STOP RUN
           END-IF.

           MOVE SPACES TO HIST-CHAVE.
           START HIST-FICHA-FILE KEY >= HIST-CHAVE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               MOVE "S" TO WS-HIST-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL HIST-FIM-ARQUIVO
               READ HIST-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-HIST-FIM-ARQUIVO
                   NOT AT END
                       IF (HIST-TIPO-REGISTRO = "M"
                           OR HIST-TIPO-REGISTRO = "A")
                          AND (HIST-COMPETENCIA = WS-COMPETENCIA-ALVO
                           OR HIST-COMPETENCIA
                               = WS-COMPETENCIA-ANTERIOR)
                           PERFORM GUARDAR-REGISTRO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HIST-FICHA-FILE.
      *--------------------------------------------------------------*
       GUARDAR-REGISTRO.

           IF WS-QTD-EMPREGADOS = ZERO
              OR WS-EMP-PRONTUARIO(WS-QTD-EMPREGADOS)
                   NOT = HIST-PRONTUARIO
               IF WS-QTD-EMPREGADOS >= CONST-MAX-EMPREGADOS
                   DISPLAY "AVISO: LIMITE DE " CONST-MAX-EMPREGADOS
                       " EMPREGADOS EXCEDIDO - PRONTUARIO "
                       HIST-PRONTUARIO " FORA DA CRITICA."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QTD-EMPREGADOS
               MOVE WS-QTD-EMPREGADOS TO WS-IDX-EMP
               MOVE HIST-PRONTUARIO   TO WS-EMP-PRONTUARIO(WS-IDX-EMP)
               MOVE HIST-NOME         TO WS-EMP-NOME(WS-IDX-EMP)
               MOVE HIST-CENTRO-CUSTO
                   TO WS-EMP-CENTRO-CUSTO(WS-IDX-EMP)
               MOVE ZERO TO WS-EMP-BRUTO-ATUAL(WS-IDX-EMP)
               MOVE ZERO TO WS-EMP-LIQUIDO-ATUAL(WS-IDX-EMP)
               MOVE ZERO TO WS-EMP-LIQUIDO-MENSAL(WS-IDX-EMP)
               MOVE ZERO TO WS-EMP-BRUTO-ANTERIOR(WS-IDX-EMP)
               MOVE ZERO TO WS-EMP-LIQUIDO-ANTERIOR(WS-IDX-EMP)
               MOVE "N"  TO WS-EMP-NO-ATUAL(WS-IDX-EMP)
               MOVE "N"  TO WS-EMP-NO-ANTERIOR(WS-IDX-EMP)
           END-IF.

           MOVE WS-QTD-EMPREGADOS TO WS-IDX-EMP.

      *    O ADIANTAMENTO QUINZENAL (TIPO "A") JA FOI DESCONTADO DO
      *    LIQUIDO MENSAL: ELE SO ENTRA NO LIQUIDO, PARA COMPARAR O
      *    TOTAL PAGO NO MES, E NAO CONTA COMO FOLHA CALCULADA.
           IF HIST-TIPO-REGISTRO = "A"
               IF HIST-COMPETENCIA = WS-COMPETENCIA-ALVO
                   ADD HIST-SALARIO-LIQUIDO
                       TO WS-EMP-LIQUIDO-ATUAL(WS-IDX-EMP)
               ELSE
                   ADD HIST-SALARIO-LIQUIDO
                       TO WS-EMP-LIQUIDO-ANTERIOR(WS-IDX-EMP)
               END-IF
               EXIT PARAGRAPH
           END-IF.

      *    O NOME E O CENTRO DE CUSTO VALIDOS SAO OS DA COMPETENCIA
      *    CRITICADA.
           IF HIST-COMPETENCIA = WS-COMPETENCIA-ALVO
               MOVE HIST-NOME         TO WS-EMP-NOME(WS-IDX-EMP)
               MOVE HIST-CENTRO-CUSTO
                   TO WS-EMP-CENTRO-CUSTO(WS-IDX-EMP)
               ADD HIST-SALARIO-BRUTO
                   TO WS-EMP-BRUTO-ATUAL(WS-IDX-EMP)
               ADD HIST-SALARIO-LIQUIDO
                   TO WS-EMP-LIQUIDO-ATUAL(WS-IDX-EMP)
               ADD HIST-SALARIO-LIQUIDO
                   TO WS-EMP-LIQUIDO-MENSAL(WS-IDX-EMP)
               MOVE "S" TO WS-EMP-NO-ATUAL(WS-IDX-EMP)
           ELSE
               ADD HIST-SALARIO-BRUTO
                   TO WS-EMP-BRUTO-ANTERIOR(WS-IDX-EMP)
               ADD HIST-SALARIO-LIQUIDO
                   TO WS-EMP-LIQUIDO-ANTERIOR(WS-IDX-EMP)
               MOVE "S" TO WS-EMP-NO-ANTERIOR(WS-IDX-EMP)
           END-IF.
      *--------------------------------------------------------------*
       CRITICAR-EMPREGADOS.

           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-QTD-EMPREGADOS
               IF WS-EMP-NO-ATUAL(WS-IDX-EMP) = "S"
                   PERFORM CRITICAR-EMPREGADO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       CRITICAR-EMPREGADO.

           MOVE WS-EMP-CENTRO-CUSTO(WS-IDX-EMP)
               TO WS-CENTRO-CUSTO-ALVO.
           PERFORM LOCALIZAR-CENTRO.

           IF WS-IDX-POSICAO NOT = ZERO
               ADD 1 TO WS-CC-QTD-EMPREGADOS(WS-IDX-POSICAO)
               ADD WS-EMP-BRUTO-ATUAL(WS-IDX-EMP)
                   TO WS-CC-BRUTO-ATUAL(WS-IDX-POSICAO)
               ADD WS-EMP-BRUTO-ANTERIOR(WS-IDX-EMP)
                   TO WS-CC-BRUTO-ANTERIOR(WS-IDX-POSICAO)
               ADD WS-EMP-LIQUIDO-ATUAL(WS-IDX-EMP)
                   TO WS-CC-LIQUIDO-ATUAL(WS-IDX-POSICAO)
               ADD WS-EMP-LIQUIDO-ANTERIOR(WS-IDX-EMP)
                   TO WS-CC-LIQUIDO-ANTERIOR(WS-IDX-POSICAO)
           END-IF.
           ADD 1 TO WS-TOTAL-EMPREGADOS.
           ADD WS-EMP-BRUTO-ATUAL(WS-IDX-EMP)  TO WS-TOTAL-BRUTO-ATUAL.
           ADD WS-EMP-BRUTO-ANTERIOR(WS-IDX-EMP)
               TO WS-TOTAL-BRUTO-ANTERIOR.
           ADD WS-EMP-LIQUIDO-ATUAL(WS-IDX-EMP)
               TO WS-TOTAL-LIQUIDO-ATUAL.
           ADD WS-EMP-LIQUIDO-ANTERIOR(WS-IDX-EMP)
               TO WS-TOTAL-LIQUIDO-ANTERIOR.

           IF WS-EMP-NO-ANTERIOR(WS-IDX-EMP) = "N"
               MOVE "NOVO NA FOLHA" TO WS-DESCRICAO-EXCECAO
               MOVE ZERO TO WS-VALOR-ANTERIOR
               MOVE WS-EMP-BRUTO-ATUAL(WS-IDX-EMP) TO WS-VALOR-ATUAL
               MOVE ZERO TO WS-VARIACAO
               ADD 1 TO WS-QTD-NOVOS
               PERFORM IMPRIMIR-EXCECAO
           ELSE
               MOVE WS-EMP-BRUTO-ANTERIOR(WS-IDX-EMP)
                   TO WS-VALOR-ANTERIOR
               MOVE WS-EMP-BRUTO-ATUAL(WS-IDX-EMP) TO WS-VALOR-ATUAL
               MOVE WS-LIMITE-BRUTO TO WS-LIMITE-VARIACAO
               PERFORM CALCULAR-VARIACAO
               IF WS-VARIACAO > WS-LIMITE-VARIACAO
                  OR WS-VARIACAO < ZERO - WS-LIMITE-VARIACAO
                   MOVE "VARIACAO BRUTO" TO WS-DESCRICAO-EXCECAO
                   ADD 1 TO WS-QTD-VAR-BRUTO
                   PERFORM IMPRIMIR-EXCECAO
               END-IF

               MOVE WS-EMP-LIQUIDO-ANTERIOR(WS-IDX-EMP)
                   TO WS-VALOR-ANTERIOR
               MOVE WS-EMP-LIQUIDO-ATUAL(WS-IDX-EMP)
                   TO WS-VALOR-ATUAL
               MOVE WS-LIMITE-LIQUIDO TO WS-LIMITE-VARIACAO
               PERFORM CALCULAR-VARIACAO
               IF WS-VARIACAO > WS-LIMITE-VARIACAO
                  OR WS-VARIACAO < ZERO - WS-LIMITE-VARIACAO
                   MOVE "VARIACAO LIQ." TO WS-DESCRICAO-EXCECAO
                   ADD 1 TO WS-QTD-VAR-LIQUIDO
                   PERFORM IMPRIMIR-EXCECAO
               END-IF
           END-IF.

      *    O LIQUIDO ZERADO E O DA FOLHA MENSAL, SEM O ADIANTAMENTO:
      *    QUEM TEVE O LIQUIDO TODO CONSUMIDO PELO DESCONTO DO
      *    ADIANTAMENTO TAMBEM PRECISA SER CRITICADO.
           IF WS-EMP-LIQUIDO-MENSAL(WS-IDX-EMP) = ZERO
               MOVE "LIQUIDO ZERADO" TO WS-DESCRICAO-EXCECAO
               MOVE WS-EMP-LIQUIDO-ANTERIOR(WS-IDX-EMP)
                   TO WS-VALOR-ANTERIOR
               MOVE ZERO TO WS-VALOR-ATUAL
               MOVE ZERO TO WS-VARIACAO
               ADD 1 TO WS-QTD-LIQUIDO-ZERO
               PERFORM IMPRIMIR-EXCECAO
           END-IF.
      *--------------------------------------------------------------*
       CALCULAR-VARIACAO.

      *    SEM VALOR ANTERIOR QUALQUER VALOR ATUAL CONTA COMO
      *    VARIACAO MAXIMA.
           IF WS-VALOR-ANTERIOR = ZERO
               IF WS-VALOR-ATUAL = ZERO
                   MOVE ZERO TO WS-VARIACAO
               ELSE
                   MOVE 9999,9 TO WS-VARIACAO
               END-IF
           ELSE
               COMPUTE WS-VARIACAO ROUNDED =
                   (WS-VALOR-ATUAL - WS-VALOR-ANTERIOR) * 100
                   / WS-VALOR-ANTERIOR
                   ON SIZE ERROR
                       MOVE 9999,9 TO WS-VARIACAO
               END-COMPUTE
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-EXCECAO.

           ADD 1 TO WS-QTD-EXCECOES.
           IF WS-IDX-POSICAO NOT = ZERO
               ADD 1 TO WS-CC-QTD-EXCECOES(WS-IDX-POSICAO)
           END-IF.

           MOVE WS-EMP-PRONTUARIO(WS-IDX-EMP) TO WS-EXC-PRONTUARIO.
           MOVE WS-EMP-NOME(WS-IDX-EMP)       TO WS-EXC-NOME.
           MOVE WS-EMP-CENTRO-CUSTO(WS-IDX-EMP)
               TO WS-EXC-CENTRO-CUSTO.
           MOVE WS-DESCRICAO-EXCECAO          TO WS-EXC-DESCRICAO.
           MOVE WS-VALOR-ANTERIOR             TO WS-EXC-ANTERIOR.
           MOVE WS-VALOR-ATUAL                TO WS-EXC-ATUAL.
           MOVE WS-VARIACAO                   TO WS-EXC-VARIACAO.
           WRITE CRITICA-LINHA FROM WS-LIN-EXCECAO.
      *--------------------------------------------------------------*
       CONFERIR-CADASTRO.

      *    EMPREGADO ATIVO, ADMITIDO ATE A COMPETENCIA, SEM REGISTRO
      *    MENSAL NELA: FALTOU NO EMPREGADOS.DAT DO CALCULO.
           OPEN INPUT CAD-FICHA-FILE.
           IF WS-CAD-FILE-STATUS NOT = "00"
               DISPLAY "CADASTRO.DAT INDISPONIVEL - AUSENTES NAO"
                   " CONFERIDOS. STATUS: " WS-CAD-FILE-STATUS
               MOVE SPACES TO CRITICA-LINHA
               WRITE CRITICA-LINHA
               MOVE "CADASTRO.DAT INDISPONIVEL - SEM CONFERENCIA"
                   TO CRITICA-LINHA
               WRITE CRITICA-LINHA
               ADD 1 TO WS-QTD-EXCECOES
               EXIT PARAGRAPH
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
                       DIVIDE CAD-DATA-ADMISSAO BY 100
                           GIVING WS-COMPETENCIA-ADMISSAO
                       IF CAD-STATUS = "A"
                          AND WS-COMPETENCIA-ADMISSAO
                              <= WS-COMPETENCIA-ALVO
                           PERFORM CONFERIR-ATIVO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CAD-FICHA-FILE.
      *--------------------------------------------------------------*
       CONFERIR-ATIVO.

           MOVE "N" TO WS-EMP-LOCALIZADO.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-QTD-EMPREGADOS
               IF WS-EMP-PRONTUARIO(WS-IDX-EMP) = CAD-PRONTUARIO
                   IF WS-EMP-NO-ATUAL(WS-IDX-EMP) = "S"
                       MOVE "S" TO WS-EMP-LOCALIZADO
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF EMP-LOCALIZADO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-AUSENTES.
           ADD 1 TO WS-QTD-EXCECOES.
           MOVE CAD-CENTRO-CUSTO TO WS-CENTRO-CUSTO-ALVO.
           PERFORM LOCALIZAR-CENTRO.
           IF WS-IDX-POSICAO NOT = ZERO
               ADD 1 TO WS-CC-QTD-EXCECOES(WS-IDX-POSICAO)
           END-IF.

           MOVE CAD-PRONTUARIO     TO WS-EXC-PRONTUARIO.
           MOVE CAD-NOME           TO WS-EXC-NOME.
           MOVE CAD-CENTRO-CUSTO   TO WS-EXC-CENTRO-CUSTO.
           MOVE "ATIVO S/ FOLHA"   TO WS-EXC-DESCRICAO.
           MOVE ZERO               TO WS-EXC-ANTERIOR.
           MOVE ZERO               TO WS-EXC-ATUAL.
           MOVE ZERO               TO WS-EXC-VARIACAO.
           IF WS-IDX-EMP <= WS-QTD-EMPREGADOS
               MOVE WS-EMP-BRUTO-ANTERIOR(WS-IDX-EMP)
                   TO WS-EXC-ANTERIOR
           END-IF.
           WRITE CRITICA-LINHA FROM WS-LIN-EXCECAO.
      *--------------------------------------------------------------*
       LOCALIZAR-CENTRO.

      *    INSERCAO ORDENADA PELO CODIGO DO CENTRO DE CUSTO.
           MOVE ZERO TO WS-IDX-POSICAO.
           PERFORM VARYING WS-IDX-CC FROM 1 BY 1
                   UNTIL WS-IDX-CC > WS-QTD-CENTROS
               IF WS-CC-CODIGO(WS-IDX-CC) >= WS-CENTRO-CUSTO-ALVO
                   MOVE WS-IDX-CC TO WS-IDX-POSICAO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-IDX-POSICAO = ZERO
              OR WS-CC-CODIGO(WS-IDX-POSICAO)
                   NOT = WS-CENTRO-CUSTO-ALVO
               IF WS-QTD-CENTROS >= CONST-MAX-CENTROS
                   DISPLAY "AVISO: LIMITE DE " CONST-MAX-CENTROS
                       " CENTROS DE CUSTO EXCEDIDO - CENTRO "
                       WS-CENTRO-CUSTO-ALVO " FORA DOS TOTAIS."
                   MOVE ZERO TO WS-IDX-POSICAO
                   EXIT PARAGRAPH
               END-IF
               IF WS-IDX-POSICAO = ZERO
                   ADD 1 TO WS-QTD-CENTROS
                   MOVE WS-QTD-CENTROS TO WS-IDX-POSICAO
               ELSE
                   PERFORM VARYING WS-IDX-CC FROM WS-QTD-CENTROS
                           BY -1 UNTIL WS-IDX-CC < WS-IDX-POSICAO
                       MOVE WS-CC-ITEM(WS-IDX-CC)
                           TO WS-CC-ITEM(WS-IDX-CC + 1)
                   END-PERFORM
                   ADD 1 TO WS-QTD-CENTROS
               END-IF
               MOVE WS-CENTRO-CUSTO-ALVO
                   TO WS-CC-CODIGO(WS-IDX-POSICAO)
               MOVE ZERO TO WS-CC-QTD-EMPREGADOS(WS-IDX-POSICAO)
               MOVE ZERO TO WS-CC-QTD-EXCECOES(WS-IDX-POSICAO)
               MOVE ZERO TO WS-CC-BRUTO-ATUAL(WS-IDX-POSICAO)
               MOVE ZERO TO WS-CC-BRUTO-ANTERIOR(WS-IDX-POSICAO)
               MOVE ZERO TO WS-CC-LIQUIDO-ATUAL(WS-IDX-POSICAO)
               MOVE ZERO TO WS-CC-LIQUIDO-ANTERIOR(WS-IDX-POSICAO)
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-TOTAIS-CENTROS.

           MOVE SPACES TO CRITICA-LINHA.
           WRITE CRITICA-LINHA.
           MOVE "TOTAIS POR CENTRO DE CUSTO" TO CRITICA-LINHA.
           WRITE CRITICA-LINHA.
           MOVE ALL "-" TO CRITICA-LINHA.
           WRITE CRITICA-LINHA.
           MOVE "CC   EMPR.  BRUTO ANTERIOR    BRUTO ATUAL"
               TO CRITICA-LINHA.
           MOVE "LIQUIDO ATUAL EXC." TO CRITICA-LINHA(53:18).
           WRITE CRITICA-LINHA.

           PERFORM VARYING WS-IDX-CC FROM 1 BY 1
                   UNTIL WS-IDX-CC > WS-QTD-CENTROS
               MOVE WS-CC-CODIGO(WS-IDX-CC)    TO WS-LCC-CODIGO
               MOVE WS-CC-QTD-EMPREGADOS(WS-IDX-CC)
                   TO WS-LCC-QTD-EMPREGADOS
               MOVE WS-CC-BRUTO-ANTERIOR(WS-IDX-CC)
                   TO WS-LCC-BRUTO-ANTERIOR
               MOVE WS-CC-BRUTO-ATUAL(WS-IDX-CC)
                   TO WS-LCC-BRUTO-ATUAL
               MOVE WS-CC-LIQUIDO-ATUAL(WS-IDX-CC)
                   TO WS-LCC-LIQUIDO-ATUAL
               MOVE WS-CC-QTD-EXCECOES(WS-IDX-CC)
                   TO WS-LCC-QTD-EXCECOES
               WRITE CRITICA-LINHA FROM WS-LIN-CENTRO
           END-PERFORM.

           MOVE ALL "-" TO CRITICA-LINHA.
           WRITE CRITICA-LINHA.
           MOVE "TOT."                    TO WS-LCC-CODIGO.
           MOVE WS-TOTAL-EMPREGADOS       TO WS-LCC-QTD-EMPREGADOS.
           MOVE WS-TOTAL-BRUTO-ANTERIOR   TO WS-LCC-BRUTO-ANTERIOR.
           MOVE WS-TOTAL-BRUTO-ATUAL      TO WS-LCC-BRUTO-ATUAL.
           MOVE WS-TOTAL-LIQUIDO-ATUAL    TO WS-LCC-LIQUIDO-ATUAL.
           MOVE WS-QTD-EXCECOES           TO WS-LCC-QTD-EXCECOES.
           WRITE CRITICA-LINHA FROM WS-LIN-CENTRO.
      *--------------------------------------------------------------*
       IMPRIMIR-RESUMO.

           MOVE SPACES TO CRITICA-LINHA.
           WRITE CRITICA-LINHA.

           MOVE WS-QTD-VAR-BRUTO TO WS-QTD-EDITADA.
           MOVE SPACES TO CRITICA-LINHA.
           STRING "VARIACAO DO BRUTO ACIMA DO LIMITE....: "
               WS-QTD-EDITADA
               DELIMITED BY SIZE INTO CRITICA-LINHA.
           WRITE CRITICA-LINHA.

           MOVE WS-QTD-VAR-LIQUIDO TO WS-QTD-EDITADA.
           MOVE SPACES TO CRITICA-LINHA.
           STRING "VARIACAO DO LIQUIDO ACIMA DO LIMITE..: "
               WS-QTD-EDITADA
               DELIMITED BY SIZE INTO CRITICA-LINHA.
           WRITE CRITICA-LINHA.

           MOVE WS-QTD-NOVOS TO WS-QTD-EDITADA.
           MOVE SPACES TO CRITICA-LINHA.
           STRING "NOVOS NA FOLHA.......................: "
               WS-QTD-EDITADA
               DELIMITED BY SIZE INTO CRITICA-LINHA.
           WRITE CRITICA-LINHA.

           MOVE WS-QTD-AUSENTES TO WS-QTD-EDITADA.
           MOVE SPACES TO CRITICA-LINHA.
           STRING "ATIVOS NO CADASTRO SEM FOLHA.........: "
               WS-QTD-EDITADA
               DELIMITED BY SIZE INTO CRITICA-LINHA.
           WRITE CRITICA-LINHA.

           MOVE WS-QTD-LIQUIDO-ZERO TO WS-QTD-EDITADA.
           MOVE SPACES TO CRITICA-LINHA.
           STRING "LIQUIDO ZERADO.......................: "
               WS-QTD-EDITADA
               DELIMITED BY SIZE INTO CRITICA-LINHA.
           WRITE CRITICA-LINHA.

           MOVE ALL "-" TO CRITICA-LINHA.
           WRITE CRITICA-LINHA.
           MOVE SPACES TO CRITICA-LINHA.
           IF WS-QTD-EXCECOES = ZERO
               MOVE "RESULTADO: NENHUMA EXCECAO NA COMPETENCIA."
                   TO CRITICA-LINHA
           ELSE
               MOVE WS-QTD-EXCECOES TO WS-QTD-EDITADA
               STRING "RESULTADO: " WS-QTD-EDITADA
                   " EXCECAO(OES) A CONFERIR ANTES DA REMESSA."
                   DELIMITED BY SIZE INTO CRITICA-LINHA
           END-IF.
           WRITE CRITICA-LINHA.

           MOVE SPACES TO CRITICA-LINHA.
           WRITE CRITICA-LINHA.
           MOVE "VISTO DO ANALISTA: ______________________________"
               TO CRITICA-LINHA.
           MOVE "DATA: ___/___/______" TO CRITICA-LINHA(55:20).
           WRITE CRITICA-LINHA.
