               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-SEGVIA-FILE-STATUS.

           SELECT EST-FICHA-FILE  ASSIGN TO "ESTABELEC.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS EST-CODIGO
               FILE STATUS        IS WS-EST-FILE-STATUS.

      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 CAD-CONTA                 PIC 9(10).
           05 CAD-DIGITO-CONTA          PIC X(1).
           05 CAD-CENTRO-CUSTO          PIC X(4).
           05 CAD-OPTA-ADIANTAMENTO     PIC X(1).
           05 CAD-ESTABELECIMENTO       PIC X(3).
           05 CAD-CARGO                 PIC X(4).

       FD  SEGVIA-FILE.
       01  SEGVIA-LINHA                 PIC X(80).

      *    ESTABELECIMENTOS DA EMPRESA (MANTIDOS PELO TP04CADM).
       FD  EST-FICHA-FILE.
       01  EST-REG.
           05 EST-CODIGO                PIC X(3).
           05 EST-NOME                  PIC X(30).
           05 EST-CNPJ                  PIC 9(14).

       WORKING-STORAGE SECTION.
       77 WS-HIST-FILE-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-CAD-FILE-STATUS           PIC X(2)        VALUE SPACES.
       01 WS-HIST-FIM-ARQUIVO          PIC X           VALUE "N".
           88 HIST-FIM-ARQUIVO                         VALUE "S".

      *---- ESTABELECIMENTOS (ESTABELEC.DAT) --------------------------*
      *    O HOLERITE SAI COM A RAZAO SOCIAL E O CNPJ DO
      *    ESTABELECIMENTO ATUAL DO EMPREGADO (BRANCO OU SEM FICHA =
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
      *--------------------------------------------------------------*
               STOP RUN
           END-IF.

           OPEN INPUT EST-FICHA-FILE.
           IF WS-EST-FILE-STATUS = "00"
               MOVE "S" TO WS-ESTABELEC-DISPONIVEL
           END-IF.

           OPEN EXTEND SEGVIA-FILE.
           IF WS-SEGVIA-FILE-STATUS NOT = "00"
               OPEN OUTPUT SEGVIA-FILE
           CLOSE HIST-FICHA-FILE.
           CLOSE CAD-FICHA-FILE.
           CLOSE SEGVIA-FILE.
           IF ESTABELEC-DISPONIVEL
               CLOSE EST-FICHA-FILE
           END-IF.

           IF WS-QTD-REIMPRESSOS = ZERO
               DISPLAY "NENHUM REGISTRO ENCONTRADO PARA A CONSULTA."

           PERFORM BUSCAR-NOME-ATUAL.
           PERFORM DESCREVER-TIPO-REGISTRO.
           PERFORM OBTER-ESTABELECIMENTO.

           MOVE SPACES TO SEGVIA-LINHA.
           STRING WS-EST-NOME DELIMITED BY "  "
               " - SEGUNDA VIA DE HOLERITE" DELIMITED BY SIZE
               INTO SEGVIA-LINHA.
           WRITE SEGVIA-LINHA.

           MOVE SPACES TO SEGVIA-LINHA.
           STRING "CNPJ: " WS-EST-CNPJ
               DELIMITED BY SIZE INTO SEGVIA-LINHA.
           WRITE SEGVIA-LINHA.

           MOVE ALL "-" TO SEGVIA-LINHA.
      *    MUITO ANTIGO) VALE O NOME GRAVADO NO HISTORICO.

           MOVE HIST-PRONTUARIO TO CAD-PRONTUARIO.
           MOVE CONST-ESTAB-MATRIZ TO WS-ESTABELECIMENTO.
           READ CAD-FICHA-FILE.
           IF WS-CAD-FILE-STATUS = "00"
               MOVE CAD-NOME TO WS-NOME-ATUAL
               IF CAD-ESTABELECIMENTO NOT = SPACES
                   MOVE CAD-ESTABELECIMENTO TO WS-ESTABELECIMENTO
               END-IF
           ELSE
               MOVE HIST-NOME TO WS-NOME-ATUAL
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
       DESCREVER-TIPO-REGISTRO.

                   MOVE "FERIAS" TO WS-TITULO-TIPO
               WHEN "C"
                   MOVE "DIFERENCA DE DISSIDIO" TO WS-TITULO-TIPO
               WHEN "A"
                   MOVE "ADIANTAMENTO QUINZENAL" TO WS-TITULO-TIPO
               WHEN OTHER
                   MOVE SPACES TO WS-TITULO-TIPO
                   STRING "TIPO " HIST-TIPO-REGISTRO
