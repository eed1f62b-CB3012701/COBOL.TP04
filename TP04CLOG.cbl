       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP04CLOG.
       AUTHOR.        EQUIPE TP04.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

      *--------------------------------------------------------------*
      *    LOG DE ALTERACOES DO CADASTRO: CONSULTA E RELATORIO DAS
      *    ENTRADAS DE CADLOG.DAT POR PRONTUARIO E PERIODO (QUEM
      *    ALTEROU, QUANDO, EM QUE PROGRAMA E O VALOR ANTES E
      *    DEPOIS DE CADA CAMPO). O LOG E GRAVADO PELO TP04CADM,
      *    TP04DISS E TP04RESC A CADA GRAVACAO NO CADASTRO.
      *    TAMBEM FAZ A LIBERACAO DAS CONTAS BANCARIAS ALTERADAS
      *    DESDE A ULTIMA REMESSA (CONTAPAG.DAT): O TP04BANC RETEM
      *    O CREDITO ATE QUE UM OPERADOR DIFERENTE DO QUE FEZ A
      *    ALTERACAO CONFIRA A CONTA NOVA E A LIBERE AQUI.
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

           SELECT CADLOG-FILE     ASSIGN TO "CADLOG.DAT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-CADLOG-FILE-STATUS.

           SELECT CPG-FICHA-FILE  ASSIGN TO "CONTAPAG.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CPG-PRONTUARIO
               FILE STATUS        IS WS-CPG-FILE-STATUS.

           SELECT LIB-FICHA-FILE  ASSIGN TO "LIBERA.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS LIB-PRONTUARIO
               FILE STATUS        IS WS-LIB-FILE-STATUS.

           SELECT RELATORIO-FILE  ASSIGN TO "RELCADLOG.DAT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-RELATORIO-FILE-STATUS.

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

      *    LOG DE ALTERACOES DO CADASTRO: IMAGEM ANTES E DEPOIS.
       FD  CADLOG-FILE.
       01  CADLOG-REG.
           05 CLOG-DATA                 PIC 9(8).
           05 CLOG-HORA                 PIC 9(8).
           05 CLOG-OPERADOR             PIC X(20).
           05 CLOG-PROGRAMA             PIC X(8).
           05 CLOG-OPERACAO             PIC X(1).
           05 CLOG-PRONTUARIO           PIC X(8).
           05 CLOG-CAD-ANTES            PIC X(120).
           05 CLOG-CAD-DEPOIS           PIC X(120).

      *    CONTA BANCARIA USADA NA ULTIMA REMESSA DE CADA EMPREGADO.
       FD  CPG-FICHA-FILE.
       01  CPG-REG.
           05 CPG-PRONTUARIO            PIC X(8).
           05 CPG-DADOS-BANCARIOS.
               10 CPG-BANCO             PIC 9(3).
               10 CPG-AGENCIA           PIC 9(4).
               10 CPG-CONTA             PIC 9(10).
               10 CPG-DIGITO-CONTA      PIC X(1).
           05 CPG-COMPETENCIA           PIC 9(6).
           05 CPG-DATA-REMESSA          PIC 9(8).

      *    LIBERACAO DA CONTA ALTERADA, FEITA POR UM SEGUNDO OPERADOR.
       FD  LIB-FICHA-FILE.
       01  LIB-REG.
           05 LIB-PRONTUARIO            PIC X(8).
           05 LIB-DADOS-BANCARIOS.
               10 LIB-BANCO             PIC 9(3).
               10 LIB-AGENCIA           PIC 9(4).
               10 LIB-CONTA             PIC 9(10).
               10 LIB-DIGITO-CONTA      PIC X(1).
           05 LIB-OPERADOR-ALTERACAO    PIC X(20).
           05 LIB-OPERADOR              PIC X(20).
           05 LIB-DATA                  PIC 9(8).
           05 LIB-HORA                  PIC 9(8).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA              PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CAD-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-CADLOG-FILE-STATUS        PIC X(2)        VALUE SPACES.
       77 WS-CPG-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-LIB-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-RELATORIO-FILE-STATUS     PIC X(2)        VALUE SPACES.

       77 WS-OPCAO                     PIC 9           VALUE 9.
           88 OPCAO-CONSULTAR                          VALUE 1.
           88 OPCAO-RELATORIO                          VALUE 2.
           88 OPCAO-PENDENTES                          VALUE 3.
           88 OPCAO-LIBERAR                            VALUE 4.
           88 OPCAO-SAIR                               VALUE 0.
           88 OPCAO-VALIDA                  VALUE 0, 1, 2, 3, 4.

       01 WS-CAD-FIM-ARQUIVO           PIC X           VALUE "N".
           88 CAD-FIM-ARQUIVO                          VALUE "S".
       01 WS-CADLOG-FIM-ARQUIVO        PIC X           VALUE "N".
           88 CADLOG-FIM-ARQUIVO                       VALUE "S".
       01 WS-CPG-DISPONIVEL            PIC X           VALUE "N".
           88 CPG-DISPONIVEL                           VALUE "S".
       01 WS-SAIDA                     PIC X           VALUE "T".
           88 SAIDA-TELA                               VALUE "T".
           88 SAIDA-RELATORIO                          VALUE "R".

      *---- FILTRO DA CONSULTA ----------------------------------------*
       77 WS-FILTRO-PRONTUARIO         PIC X(8)        VALUE SPACES.
       77 WS-DATA-INICIAL              PIC 9(8)        VALUE ZEROS.
       77 WS-DATA-FINAL                PIC 9(8)        VALUE ZEROS.
       77 WS-QTD-ENTRADAS              PIC 9(6)        VALUE ZERO.
       77 WS-QTD-CAMPOS                PIC 9(2)        VALUE ZERO.
       77 WS-QTD-PENDENTES             PIC 9(4)        VALUE ZERO.
       77 WS-CONFIRMA                  PIC X           VALUE "N".
       77 WS-DESCRICAO-OPERACAO        PIC X(13)       VALUE SPACES.
       77 WS-SITUACAO-LIBERACAO        PIC X(9)        VALUE SPACES.
       01 WS-LINHA                     PIC X(80)       VALUE SPACES.

      *---- IMAGENS DO CAD-REG GRAVADAS NO LOG ------------------------*
       01 WS-IMAGEM-ANTES.
           05 WS-ANTES-PRONTUARIO      PIC X(8).
           05 WS-ANTES-NOME            PIC X(20).
           05 WS-ANTES-CPF             PIC X(11).
           05 WS-ANTES-DATA-ADMISSAO   PIC X(8).
           05 WS-ANTES-VALOR-HORA      PIC X(5).
           05 WS-ANTES-VALOR-HORA-N REDEFINES WS-ANTES-VALOR-HORA
                                       PIC 9(3)V9(2).
           05 WS-ANTES-STATUS          PIC X(1).
           05 WS-ANTES-DADOS-BANCARIOS.
               10 WS-ANTES-BANCO       PIC X(3).
               10 WS-ANTES-AGENCIA     PIC X(4).
               10 WS-ANTES-CONTA       PIC X(10).
               10 WS-ANTES-DIGITO-CONTA PIC X(1).
           05 WS-ANTES-CENTRO-CUSTO    PIC X(4).
           05 WS-ANTES-OPTA-ADIANTAMENTO PIC X(1).
           05 WS-ANTES-ESTABELECIMENTO  PIC X(3).
           05 WS-ANTES-CARGO           PIC X(4).
           05 FILLER                   PIC X(37).
       01 WS-IMAGEM-DEPOIS.
           05 WS-DEPOIS-PRONTUARIO     PIC X(8).
           05 WS-DEPOIS-NOME           PIC X(20).
           05 WS-DEPOIS-CPF            PIC X(11).
           05 WS-DEPOIS-DATA-ADMISSAO  PIC X(8).
           05 WS-DEPOIS-VALOR-HORA     PIC X(5).
           05 WS-DEPOIS-VALOR-HORA-N REDEFINES WS-DEPOIS-VALOR-HORA
                                       PIC 9(3)V9(2).
           05 WS-DEPOIS-STATUS         PIC X(1).
           05 WS-DEPOIS-DADOS-BANCARIOS.
               10 WS-DEPOIS-BANCO      PIC X(3).
               10 WS-DEPOIS-AGENCIA    PIC X(4).
               10 WS-DEPOIS-CONTA      PIC X(10).
               10 WS-DEPOIS-DIGITO-CONTA PIC X(1).
           05 WS-DEPOIS-CENTRO-CUSTO   PIC X(4).
           05 WS-DEPOIS-OPTA-ADIANTAMENTO PIC X(1).
           05 WS-DEPOIS-ESTABELECIMENTO PIC X(3).
           05 WS-DEPOIS-CARGO          PIC X(4).
           05 FILLER                   PIC X(37).

      *---- CAMPOS EDITADOS DO RELATORIO ------------------------------*
       01 WS-EDT-DATA                  PIC 9(8)        VALUE ZEROS.
       01 WS-EDT-DATA-R REDEFINES WS-EDT-DATA.
           05 WS-EDT-ANO               PIC 9(4).
           05 WS-EDT-MES               PIC 9(2).
           05 WS-EDT-DIA               PIC 9(2).
       01 WS-EDT-HORA                  PIC 9(8)        VALUE ZEROS.
       01 WS-EDT-HORA-R REDEFINES WS-EDT-HORA.
           05 WS-EDT-HH                PIC 9(2).
           05 WS-EDT-MI                PIC 9(2).
           05 WS-EDT-SS                PIC 9(2).
           05 WS-EDT-CC                PIC 9(2).
       01 WS-EDT-VALOR-ANTES           PIC ZZ9,99.
       01 WS-EDT-VALOR-DEPOIS          PIC ZZ9,99.
       01 WS-EDT-QTD                   PIC ZZZ.ZZ9.
       01 WS-EDT-CONTA-ANTES.
           05 WS-EDT-BANCO-ANTES       PIC X(3).
           05 FILLER                   PIC X(1)        VALUE "/".
           05 WS-EDT-AGENCIA-ANTES     PIC X(4).
           05 FILLER                   PIC X(1)        VALUE "/".
           05 WS-EDT-NUMERO-ANTES      PIC X(10).
           05 FILLER                   PIC X(1)        VALUE "-".
           05 WS-EDT-DIGITO-ANTES      PIC X(1).
       01 WS-EDT-CONTA-DEPOIS.
           05 WS-EDT-BANCO-DEPOIS      PIC X(3).
           05 FILLER                   PIC X(1)        VALUE "/".
           05 WS-EDT-AGENCIA-DEPOIS    PIC X(4).
           05 FILLER                   PIC X(1)        VALUE "/".
           05 WS-EDT-NUMERO-DEPOIS     PIC X(10).
           05 FILLER                   PIC X(1)        VALUE "-".
           05 WS-EDT-DIGITO-DEPOIS     PIC X(1).

      *---- LIBERACAO DE CONTA BANCARIA -------------------------------*
       01 WS-CAD-DADOS-BANCARIOS.
           05 WS-CAD-BANCO             PIC 9(3)        VALUE ZEROS.
           05 WS-CAD-AGENCIA           PIC 9(4)        VALUE ZEROS.
           05 WS-CAD-CONTA             PIC 9(10)       VALUE ZEROS.
           05 WS-CAD-DIGITO-CONTA      PIC X(1)        VALUE SPACE.
       01 WS-ULTIMA-ALTERACAO.
           05 WS-ALT-DATA              PIC 9(8)        VALUE ZEROS.
           05 WS-ALT-HORA              PIC 9(8)        VALUE ZEROS.
           05 WS-ALT-OPERADOR          PIC X(20)       VALUE SPACES.
           05 WS-ALT-PROGRAMA          PIC X(8)        VALUE SPACES.

      *---- TRILHA DE AUDITORIA -----------------------------------*
       77 WS-AUDIT-OPERADOR            PIC X(20)       VALUE SPACES.
       77 CONST-VAR-AMBIENTE-USUARIO   PIC X(4)        VALUE "USER".
       01 WS-AUDIT-DATA-HORA.
           05 WS-AUDIT-DATA            PIC 9(8)        VALUE ZEROS.
           05 WS-AUDIT-HORA            PIC 9(8)        VALUE ZEROS.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       INICIO-LOG-CADASTRO.

           OPEN INPUT CAD-FICHA-FILE.
           IF WS-CAD-FILE-STATUS NOT = "00"
               DISPLAY "CADASTRO.DAT INDISPONIVEL. STATUS: "
                   WS-CAD-FILE-STATUS
               STOP RUN
           END-IF.

      *    SEM CONTAPAG.DAT AINDA NAO HOUVE REMESSA: NENHUMA CONTA
      *    ESTA RETIDA E NAO HA O QUE LIBERAR.
           OPEN INPUT CPG-FICHA-FILE.
           IF WS-CPG-FILE-STATUS = "00"
               MOVE "S" TO WS-CPG-DISPONIVEL
           END-IF.

           OPEN I-O LIB-FICHA-FILE.
           IF WS-LIB-FILE-STATUS = "35"
               OPEN OUTPUT LIB-FICHA-FILE
               CLOSE LIB-FICHA-FILE
               OPEN I-O LIB-FICHA-FILE
           END-IF.
           IF WS-LIB-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR LIBERA.DAT. STATUS: "
                   WS-LIB-FILE-STATUS
               STOP RUN
           END-IF.

           CALL "C$GETENV" USING CONST-VAR-AMBIENTE-USUARIO
                                  WS-AUDIT-OPERADOR.

           PERFORM UNTIL OPCAO-SAIR
               PERFORM EXIBIR-MENU
               ACCEPT WS-OPCAO
               IF NOT OPCAO-VALIDA
                   DISPLAY "OPCAO INVALIDA."
                   MOVE 9 TO WS-OPCAO
               END-IF
               IF OPCAO-CONSULTAR
                   MOVE "T" TO WS-SAIDA
                   PERFORM CONSULTAR-ALTERACOES
               END-IF
               IF OPCAO-RELATORIO
                   MOVE "R" TO WS-SAIDA
                   PERFORM CONSULTAR-ALTERACOES
               END-IF
               IF OPCAO-PENDENTES
                   PERFORM LISTAR-PENDENTES
               END-IF
               IF OPCAO-LIBERAR
                   PERFORM LIBERAR-CONTA
               END-IF
           END-PERFORM.

           CLOSE CAD-FICHA-FILE.
           CLOSE LIB-FICHA-FILE.
           IF CPG-DISPONIVEL
               CLOSE CPG-FICHA-FILE
           END-IF.

           STOP RUN.
      *--------------------------------------------------------------*
       EXIBIR-MENU.

           DISPLAY " ".
           DISPLAY "---- LOG DE ALTERACOES DO CADASTRO -------------".
           DISPLAY "1 - Consultar alteracoes (prontuario/periodo)".
           DISPLAY "2 - Relatorio de alteracoes (RELCADLOG.DAT)".
           DISPLAY "3 - Contas bancarias alteradas desde a remessa".
           DISPLAY "4 - Liberar conta bancaria alterada".
           DISPLAY "0 - Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
      *--------------------------------------------------------------*
       CONSULTAR-ALTERACOES.

           MOVE SPACES TO WS-FILTRO-PRONTUARIO.
           DISPLAY "Prontuario (BRANCO = TODOS): " WITH NO ADVANCING.
           ACCEPT WS-FILTRO-PRONTUARIO.
           DISPLAY "Data inicial (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DATA-INICIAL.
           DISPLAY "Data final (AAAAMMDD, ZERO = HOJE): "
               WITH NO ADVANCING.
           ACCEPT WS-DATA-FINAL.

           IF WS-DATA-FINAL = ZEROS
               ACCEPT WS-DATA-FINAL FROM DATE YYYYMMDD
           END-IF.
           IF WS-DATA-INICIAL > WS-DATA-FINAL
               DISPLAY "PERIODO INVALIDO."
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-QTD-ENTRADAS.
           MOVE "N"  TO WS-CADLOG-FIM-ARQUIVO.

           OPEN INPUT CADLOG-FILE.
           IF WS-CADLOG-FILE-STATUS NOT = "00"
               DISPLAY "NENHUMA ALTERACAO REGISTRADA (CADLOG.DAT"
                   " INEXISTENTE)."
               EXIT PARAGRAPH
           END-IF.

           IF SAIDA-RELATORIO
               OPEN OUTPUT RELATORIO-FILE
           END-IF.

           PERFORM IMPRIMIR-CABECALHO-CONSULTA.

           PERFORM UNTIL CADLOG-FIM-ARQUIVO
               READ CADLOG-FILE
                   AT END
                       MOVE "S" TO WS-CADLOG-FIM-ARQUIVO
                   NOT AT END
                       IF CLOG-DATA >= WS-DATA-INICIAL
                          AND CLOG-DATA <= WS-DATA-FINAL
                          AND (WS-FILTRO-PRONTUARIO = SPACES OR
                               CLOG-PRONTUARIO = WS-FILTRO-PRONTUARIO)
                           PERFORM IMPRIMIR-ENTRADA-LOG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CADLOG-FILE.

           MOVE ALL "-" TO WS-LINHA.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-QTD-ENTRADAS TO WS-EDT-QTD.
           MOVE SPACES TO WS-LINHA.
           STRING "ALTERACOES NO PERIODO: " WS-EDT-QTD
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM IMPRIMIR-LINHA.

           IF SAIDA-RELATORIO
               CLOSE RELATORIO-FILE
               DISPLAY "RELATORIO GRAVADO EM RELCADLOG.DAT - "
                   WS-QTD-ENTRADAS " ALTERACAO(OES)."
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-CABECALHO-CONSULTA.

           MOVE SPACES TO WS-LINHA.
           IF WS-FILTRO-PRONTUARIO = SPACES
               STRING "ALTERACOES DO CADASTRO - TODOS OS PRONTUARIOS"
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING "ALTERACOES DO CADASTRO - PRONTUARIO "
                   WS-FILTRO-PRONTUARIO
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM IMPRIMIR-LINHA.

           MOVE SPACES TO WS-LINHA.
           MOVE WS-DATA-INICIAL TO WS-EDT-DATA.
           STRING "PERIODO: " WS-EDT-DIA "/" WS-EDT-MES "/" WS-EDT-ANO
               DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-DATA-FINAL TO WS-EDT-DATA.
           STRING " A " WS-EDT-DIA "/" WS-EDT-MES "/" WS-EDT-ANO
               DELIMITED BY SIZE INTO WS-LINHA(20:20).
           PERFORM IMPRIMIR-LINHA.

           MOVE ALL "-" TO WS-LINHA.
           PERFORM IMPRIMIR-LINHA.
           MOVE "DATA       HORA     PRONT.   OPERACAO      PROGRAMA"
               TO WS-LINHA.
           MOVE "OPERADOR" TO WS-LINHA(54:8).
           PERFORM IMPRIMIR-LINHA.
           MOVE ALL "-" TO WS-LINHA.
           PERFORM IMPRIMIR-LINHA.
      *--------------------------------------------------------------*
       IMPRIMIR-ENTRADA-LOG.

           ADD 1 TO WS-QTD-ENTRADAS.
           MOVE ZERO TO WS-QTD-CAMPOS.
           MOVE CLOG-CAD-ANTES  TO WS-IMAGEM-ANTES.
           MOVE CLOG-CAD-DEPOIS TO WS-IMAGEM-DEPOIS.

           EVALUATE CLOG-OPERACAO
               WHEN "I"
                   MOVE "INCLUSAO"      TO WS-DESCRICAO-OPERACAO
               WHEN "A"
                   MOVE "ALTERACAO"     TO WS-DESCRICAO-OPERACAO
               WHEN "D"
                   MOVE "DESLIGAMENTO"  TO WS-DESCRICAO-OPERACAO
               WHEN "R"
                   MOVE "REAJUSTE"      TO WS-DESCRICAO-OPERACAO
               WHEN "L"
                   MOVE "LIBERA CONTA"  TO WS-DESCRICAO-OPERACAO
               WHEN OTHER
                   MOVE CLOG-OPERACAO   TO WS-DESCRICAO-OPERACAO
           END-EVALUATE.

           MOVE CLOG-DATA TO WS-EDT-DATA.
           MOVE CLOG-HORA TO WS-EDT-HORA.
           MOVE SPACES TO WS-LINHA.
           STRING WS-EDT-DIA "/" WS-EDT-MES "/" WS-EDT-ANO " "
               WS-EDT-HH ":" WS-EDT-MI ":" WS-EDT-SS " "
               CLOG-PRONTUARIO " " WS-DESCRICAO-OPERACAO " "
               CLOG-PROGRAMA " " CLOG-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM IMPRIMIR-LINHA.

           IF WS-ANTES-NOME NOT = WS-DEPOIS-NOME
               MOVE SPACES TO WS-LINHA
               STRING "    NOME.........: " WS-ANTES-NOME " -> "
                   WS-DEPOIS-NOME
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM IMPRIMIR-CAMPO-ALTERADO
           END-IF.
           IF WS-ANTES-CPF NOT = WS-DEPOIS-CPF
               MOVE SPACES TO WS-LINHA
               STRING "    CPF..........: " WS-ANTES-CPF " -> "
                   WS-DEPOIS-CPF
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM IMPRIMIR-CAMPO-ALTERADO
           END-IF.
           IF WS-ANTES-DATA-ADMISSAO NOT = WS-DEPOIS-DATA-ADMISSAO
               MOVE SPACES TO WS-LINHA
               STRING "    ADMISSAO.....: " WS-ANTES-DATA-ADMISSAO
                   " -> " WS-DEPOIS-DATA-ADMISSAO
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM IMPRIMIR-CAMPO-ALTERADO
           END-IF.
           IF WS-ANTES-VALOR-HORA NOT = WS-DEPOIS-VALOR-HORA
               PERFORM IMPRIMIR-VALOR-HORA
           END-IF.
           IF WS-ANTES-STATUS NOT = WS-DEPOIS-STATUS
               MOVE SPACES TO WS-LINHA
               STRING "    STATUS.......: " WS-ANTES-STATUS " -> "
                   WS-DEPOIS-STATUS
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM IMPRIMIR-CAMPO-ALTERADO
           END-IF.
           IF WS-ANTES-DADOS-BANCARIOS NOT = WS-DEPOIS-DADOS-BANCARIOS
              OR CLOG-OPERACAO = "L"
               PERFORM IMPRIMIR-CONTA-BANCARIA
           END-IF.
           IF WS-ANTES-CENTRO-CUSTO NOT = WS-DEPOIS-CENTRO-CUSTO
               MOVE SPACES TO WS-LINHA
               STRING "    CENTRO CUSTO.: " WS-ANTES-CENTRO-CUSTO
                   " -> " WS-DEPOIS-CENTRO-CUSTO
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM IMPRIMIR-CAMPO-ALTERADO
           END-IF.
           IF WS-ANTES-OPTA-ADIANTAMENTO
                   NOT = WS-DEPOIS-OPTA-ADIANTAMENTO
               MOVE SPACES TO WS-LINHA
               STRING "    ADIANTAMENTO.: " WS-ANTES-OPTA-ADIANTAMENTO
                   " -> " WS-DEPOIS-OPTA-ADIANTAMENTO
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM IMPRIMIR-CAMPO-ALTERADO
           END-IF.
           IF WS-ANTES-ESTABELECIMENTO NOT = WS-DEPOIS-ESTABELECIMENTO
               MOVE SPACES TO WS-LINHA
               STRING "    ESTABELECIM..: " WS-ANTES-ESTABELECIMENTO
                   " -> " WS-DEPOIS-ESTABELECIMENTO
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM IMPRIMIR-CAMPO-ALTERADO
           END-IF.
           IF WS-ANTES-CARGO NOT = WS-DEPOIS-CARGO
               MOVE SPACES TO WS-LINHA
               STRING "    CARGO........: " WS-ANTES-CARGO
                   " -> " WS-DEPOIS-CARGO
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM IMPRIMIR-CAMPO-ALTERADO
           END-IF.

           IF WS-QTD-CAMPOS = ZERO
               MOVE "    (NENHUM CAMPO ALTERADO)" TO WS-LINHA
               PERFORM IMPRIMIR-LINHA
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-VALOR-HORA.

           MOVE ZERO TO WS-EDT-VALOR-ANTES.
           MOVE ZERO TO WS-EDT-VALOR-DEPOIS.
           IF WS-ANTES-VALOR-HORA NOT = SPACES
               MOVE WS-ANTES-VALOR-HORA-N TO WS-EDT-VALOR-ANTES
           END-IF.
           IF WS-DEPOIS-VALOR-HORA NOT = SPACES
               MOVE WS-DEPOIS-VALOR-HORA-N TO WS-EDT-VALOR-DEPOIS
           END-IF.

           MOVE SPACES TO WS-LINHA.
           STRING "    VALOR HORA...: " WS-EDT-VALOR-ANTES " -> "
               WS-EDT-VALOR-DEPOIS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM IMPRIMIR-CAMPO-ALTERADO.
      *--------------------------------------------------------------*
       IMPRIMIR-CONTA-BANCARIA.

           MOVE WS-ANTES-BANCO         TO WS-EDT-BANCO-ANTES.
           MOVE WS-ANTES-AGENCIA       TO WS-EDT-AGENCIA-ANTES.
           MOVE WS-ANTES-CONTA         TO WS-EDT-NUMERO-ANTES.
           MOVE WS-ANTES-DIGITO-CONTA  TO WS-EDT-DIGITO-ANTES.
           MOVE WS-DEPOIS-BANCO        TO WS-EDT-BANCO-DEPOIS.
           MOVE WS-DEPOIS-AGENCIA      TO WS-EDT-AGENCIA-DEPOIS.
           MOVE WS-DEPOIS-CONTA        TO WS-EDT-NUMERO-DEPOIS.
           MOVE WS-DEPOIS-DIGITO-CONTA TO WS-EDT-DIGITO-DEPOIS.

           MOVE SPACES TO WS-LINHA.
           IF CLOG-OPERACAO = "L"
               STRING "    CONTA LIBERADA: " WS-EDT-CONTA-DEPOIS
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING "    BCO/AG/CONTA.: " WS-EDT-CONTA-ANTES " -> "
                   WS-EDT-CONTA-DEPOIS
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM IMPRIMIR-CAMPO-ALTERADO.
      *--------------------------------------------------------------*
       IMPRIMIR-CAMPO-ALTERADO.

           ADD 1 TO WS-QTD-CAMPOS.
           PERFORM IMPRIMIR-LINHA.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA.

           IF SAIDA-RELATORIO
               WRITE RELATORIO-LINHA FROM WS-LINHA
           ELSE
               DISPLAY WS-LINHA
           END-IF.
      *--------------------------------------------------------------*
       LISTAR-PENDENTES.

           MOVE ZERO TO WS-QTD-PENDENTES.
           IF NOT CPG-DISPONIVEL
               DISPLAY "NENHUMA REMESSA GERADA AINDA - NADA RETIDO."
               EXIT PARAGRAPH
           END-IF.

           MOVE "T" TO WS-SAIDA.
           MOVE "N" TO WS-CAD-FIM-ARQUIVO.
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
                           PERFORM VERIFICAR-PENDENTE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-QTD-PENDENTES = ZERO
               DISPLAY "NENHUMA CONTA ALTERADA DESDE A ULTIMA REMESSA."
           END-IF.
      *--------------------------------------------------------------*
       VERIFICAR-PENDENTE.

           PERFORM CARREGAR-CONTA-CADASTRO.

           MOVE CAD-PRONTUARIO TO CPG-PRONTUARIO.
           READ CPG-FICHA-FILE.
           IF WS-CPG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF CPG-DADOS-BANCARIOS = WS-CAD-DADOS-BANCARIOS
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-PENDENTES.
           MOVE "PENDENTE" TO WS-SITUACAO-LIBERACAO.
           MOVE CAD-PRONTUARIO TO LIB-PRONTUARIO.
           READ LIB-FICHA-FILE.
           IF WS-LIB-FILE-STATUS = "00"
              AND LIB-DADOS-BANCARIOS = WS-CAD-DADOS-BANCARIOS
               MOVE "LIBERADA" TO WS-SITUACAO-LIBERACAO
           END-IF.

           PERFORM LOCALIZAR-ALTERACAO-CONTA.

           DISPLAY CAD-PRONTUARIO " " CAD-NOME
               " CONTA " WS-CAD-BANCO "/" WS-CAD-AGENCIA "/"
               WS-CAD-CONTA "-" WS-CAD-DIGITO-CONTA
               " " WS-SITUACAO-LIBERACAO.
           IF WS-ALT-DATA = ZEROS
               DISPLAY "    ALTERACAO NAO LOCALIZADA NO LOG."
           ELSE
               MOVE WS-ALT-DATA TO WS-EDT-DATA
               DISPLAY "    ALTERADA EM " WS-EDT-DIA "/" WS-EDT-MES
                   "/" WS-EDT-ANO " POR " WS-ALT-OPERADOR
                   " (" WS-ALT-PROGRAMA ")"
           END-IF.
      *--------------------------------------------------------------*
       LIBERAR-CONTA.

           IF WS-AUDIT-OPERADOR = SPACES
               DISPLAY "OPERADOR NAO IDENTIFICADO - LIBERACAO NAO"
                   " PERMITIDA."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO CAD-PRONTUARIO.
           DISPLAY "Prontuario: " WITH NO ADVANCING.
           ACCEPT CAD-PRONTUARIO.
           READ CAD-FICHA-FILE.
           IF WS-CAD-FILE-STATUS NOT = "00"
               DISPLAY "PRONTUARIO NAO CADASTRADO."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CARREGAR-CONTA-CADASTRO.

           IF NOT CPG-DISPONIVEL
               DISPLAY "NENHUMA REMESSA GERADA AINDA - NADA RETIDO."
               EXIT PARAGRAPH
           END-IF.
           MOVE CAD-PRONTUARIO TO CPG-PRONTUARIO.
           READ CPG-FICHA-FILE.
           IF WS-CPG-FILE-STATUS NOT = "00"
               DISPLAY "EMPREGADO SEM REMESSA ANTERIOR - O CREDITO"
                   " NAO E RETIDO."
               EXIT PARAGRAPH
           END-IF.
           IF CPG-DADOS-BANCARIOS = WS-CAD-DADOS-BANCARIOS
               DISPLAY "CONTA IGUAL A DA ULTIMA REMESSA - NADA A"
                   " LIBERAR."
               EXIT PARAGRAPH
           END-IF.

           MOVE CAD-PRONTUARIO TO LIB-PRONTUARIO.
           READ LIB-FICHA-FILE.
           IF WS-LIB-FILE-STATUS = "00"
              AND LIB-DADOS-BANCARIOS = WS-CAD-DADOS-BANCARIOS
               DISPLAY "CONTA JA LIBERADA POR " LIB-OPERADOR
               EXIT PARAGRAPH
           END-IF.

      *    QUEM ALTEROU A CONTA NAO PODE LIBERA-LA; SEM A ALTERACAO
      *    NO LOG NAO HA COMO SABER QUEM FOI, E NADA E LIBERADO.
           PERFORM LOCALIZAR-ALTERACAO-CONTA.
           IF WS-ALT-DATA = ZEROS OR WS-ALT-OPERADOR = SPACES
               DISPLAY "ALTERACAO DA CONTA NAO LOCALIZADA NO LOG (OU"
                   " SEM OPERADOR) - LIBERACAO NAO PERMITIDA."
               EXIT PARAGRAPH
           END-IF.
           IF WS-ALT-OPERADOR = WS-AUDIT-OPERADOR
               DISPLAY "CONTA ALTERADA PELO PROPRIO OPERADOR - A"
                   " LIBERACAO DEVE SER FEITA POR OUTRA PESSOA."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "EMPREGADO........: " CAD-NOME.
           DISPLAY "CONTA ANTERIOR...: " CPG-BANCO "/" CPG-AGENCIA
               "/" CPG-CONTA "-" CPG-DIGITO-CONTA
               "  (REMESSA " CPG-COMPETENCIA ")".
           DISPLAY "CONTA NOVA.......: " WS-CAD-BANCO "/"
               WS-CAD-AGENCIA "/" WS-CAD-CONTA "-"
               WS-CAD-DIGITO-CONTA.
           MOVE WS-ALT-DATA TO WS-EDT-DATA.
           DISPLAY "ALTERADA POR.....: " WS-ALT-OPERADOR
               " EM " WS-EDT-DIA "/" WS-EDT-MES "/" WS-EDT-ANO.

           MOVE "N" TO WS-CONFIRMA.
           DISPLAY "Confirma que a conta nova foi conferida (S/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "LIBERACAO CANCELADA."
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.

           MOVE CAD-PRONTUARIO         TO LIB-PRONTUARIO.
           MOVE WS-CAD-DADOS-BANCARIOS TO LIB-DADOS-BANCARIOS.
           MOVE WS-ALT-OPERADOR        TO LIB-OPERADOR-ALTERACAO.
           MOVE WS-AUDIT-OPERADOR      TO LIB-OPERADOR.
           MOVE WS-AUDIT-DATA          TO LIB-DATA.
           MOVE WS-AUDIT-HORA          TO LIB-HORA.
           IF WS-LIB-FILE-STATUS = "00"
               REWRITE LIB-REG
           ELSE
               WRITE LIB-REG
           END-IF.
           IF WS-LIB-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR LIBERA.DAT. STATUS: "
                   WS-LIB-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.

           PERFORM GRAVAR-LOG-LIBERACAO.

           DISPLAY "CONTA LIBERADA - O CREDITO ENTRA NA PROXIMA"
               " REMESSA.".
      *--------------------------------------------------------------*
       GRAVAR-LOG-LIBERACAO.

           OPEN EXTEND CADLOG-FILE.
           IF WS-CADLOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT CADLOG-FILE
           END-IF.
           IF WS-CADLOG-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADLOG.DAT. STATUS: "
                   WS-CADLOG-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-AUDIT-DATA       TO CLOG-DATA.
           MOVE WS-AUDIT-HORA       TO CLOG-HORA.
           MOVE WS-AUDIT-OPERADOR   TO CLOG-OPERADOR.
           MOVE "TP04CLOG"          TO CLOG-PROGRAMA.
           MOVE "L"                 TO CLOG-OPERACAO.
           MOVE CAD-PRONTUARIO      TO CLOG-PRONTUARIO.
           MOVE CAD-REG             TO CLOG-CAD-ANTES.
           MOVE CAD-REG             TO CLOG-CAD-DEPOIS.
           WRITE CADLOG-REG.
           IF WS-CADLOG-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR CADLOG.DAT. STATUS: "
                   WS-CADLOG-FILE-STATUS
           END-IF.

           CLOSE CADLOG-FILE.
      *--------------------------------------------------------------*
       CARREGAR-CONTA-CADASTRO.

           MOVE CAD-BANCO        TO WS-CAD-BANCO.
           MOVE CAD-AGENCIA      TO WS-CAD-AGENCIA.
           MOVE CAD-CONTA        TO WS-CAD-CONTA.
           MOVE CAD-DIGITO-CONTA TO WS-CAD-DIGITO-CONTA.
      *--------------------------------------------------------------*
       LOCALIZAR-ALTERACAO-CONTA.

      *    A ULTIMA ENTRADA DO LOG QUE MUDOU BANCO, AGENCIA, CONTA OU
      *    DIGITO DO EMPREGADO IDENTIFICA QUEM FEZ A ALTERACAO.
           MOVE ZEROS  TO WS-ALT-DATA WS-ALT-HORA.
           MOVE SPACES TO WS-ALT-OPERADOR WS-ALT-PROGRAMA.
           MOVE "N" TO WS-CADLOG-FIM-ARQUIVO.

           OPEN INPUT CADLOG-FILE.
           IF WS-CADLOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL CADLOG-FIM-ARQUIVO
               READ CADLOG-FILE
                   AT END
                       MOVE "S" TO WS-CADLOG-FIM-ARQUIVO
                   NOT AT END
                       IF CLOG-PRONTUARIO = CAD-PRONTUARIO
                           MOVE CLOG-CAD-ANTES  TO WS-IMAGEM-ANTES
                           MOVE CLOG-CAD-DEPOIS TO WS-IMAGEM-DEPOIS
                           IF WS-ANTES-DADOS-BANCARIOS
                               NOT = WS-DEPOIS-DADOS-BANCARIOS
                               MOVE CLOG-DATA     TO WS-ALT-DATA
                               MOVE CLOG-HORA     TO WS-ALT-HORA
                               MOVE CLOG-OPERADOR TO WS-ALT-OPERADOR
                               MOVE CLOG-PROGRAMA TO WS-ALT-PROGRAMA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CADLOG-FILE.
