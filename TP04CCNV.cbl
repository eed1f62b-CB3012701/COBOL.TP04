       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP04CCNV.
       AUTHOR.        EQUIPE TP04.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

      *--------------------------------------------------------------*
      *    CONVERSAO UNICA DO CADASTRO DE EMPREGADOS PARA O LAYOUT
      *    COM OPCAO DE ADIANTAMENTO, ESTABELECIMENTO E CARGO
      *    (REGISTRO DE 73 PARA 81 BYTES).
      *
      *    ANTES DE RODAR, RENOMEAR O CADASTRO.DAT ATUAL PARA
      *    CADANTIGO.DAT. O PROGRAMA LE O CADANTIGO.DAT (LAYOUT
      *    ANTIGO) E GRAVA UM NOVO CADASTRO.DAT (INDEXADO POR
      *    PRONTUARIO) COM OS CAMPOS NOVOS NOS VALORES PADRAO:
      *      OPCAO DE ADIANTAMENTO  BRANCO (RECEBE)
      *      ESTABELECIMENTO        "001" (MATRIZ)
      *      CARGO                  BRANCO (A INFORMAR NO TP04CADM)
      *    O CADANTIGO.DAT NAO E ALTERADO E FICA COMO COPIA DE
      *    SEGURANCA.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADA-FICHA-FILE ASSIGN TO "CADANTIGO.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS CADA-PRONTUARIO
               FILE STATUS        IS WS-CADA-FILE-STATUS.

           SELECT CAD-FICHA-FILE  ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CAD-PRONTUARIO
               FILE STATUS        IS WS-CAD-FILE-STATUS.

      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT ANTIGO (73 BYTES).
       FD  CADA-FICHA-FILE.
       01  CADA-REG.
           05 CADA-PRONTUARIO           PIC X(8).
           05 CADA-NOME                 PIC X(20).
           05 CADA-CPF                  PIC X(11).
           05 CADA-DATA-ADMISSAO        PIC 9(8).
           05 CADA-VALOR-HORA           PIC 9(3)V9(2).
           05 CADA-STATUS               PIC X(1).
           05 CADA-BANCO                PIC 9(3).
           05 CADA-AGENCIA              PIC 9(4).
           05 CADA-CONTA                PIC 9(10).
           05 CADA-DIGITO-CONTA         PIC X(1).
           05 CADA-CENTRO-CUSTO         PIC X(4).

      *    LAYOUT ATUAL (81 BYTES).
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

       WORKING-STORAGE SECTION.
       77 WS-CADA-FILE-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-CAD-FILE-STATUS           PIC X(2)        VALUE SPACES.

       77 WS-QTD-LIDOS                 PIC 9(6)        VALUE ZERO.
       77 WS-QTD-GRAVADOS              PIC 9(6)        VALUE ZERO.
       77 CONST-ESTAB-MATRIZ           PIC X(3)        VALUE "001".

       01 WS-CADA-FIM-ARQUIVO          PIC X           VALUE "N".
           88 CADA-FIM-ARQUIVO                         VALUE "S".
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       INICIO-CONVERSAO.

           DISPLAY "---- CONVERSAO DO CADASTRO PARA O NOVO LAYOUT ---".

      *    CONVERSAO E UNICA: SE O CADASTRO.DAT JA EXISTE, RECUSAR
      *    PARA NAO TRUNCAR UM CADASTRO JA EM USO.
           OPEN INPUT CAD-FICHA-FILE.
           IF WS-CAD-FILE-STATUS = "00"
               DISPLAY "CADASTRO.DAT JA EXISTE - CONVERSAO RECUSADA."
               DISPLAY "RENOMEAR O CADASTRO.DAT ANTIGO PARA"
                   " CADANTIGO.DAT ANTES DE CONVERTER."
               CLOSE CAD-FICHA-FILE
               STOP RUN
           END-IF.

           OPEN INPUT CADA-FICHA-FILE.
           IF WS-CADA-FILE-STATUS NOT = "00"
               DISPLAY "CADANTIGO.DAT INDISPONIVEL. STATUS: "
                   WS-CADA-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT CAD-FICHA-FILE.
           IF WS-CAD-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO CRIAR CADASTRO.DAT. STATUS: "
                   WS-CAD-FILE-STATUS
               CLOSE CADA-FICHA-FILE
               STOP RUN
           END-IF.

           PERFORM UNTIL CADA-FIM-ARQUIVO
               READ CADA-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-CADA-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM CONVERTER-REGISTRO
               END-READ
           END-PERFORM.

           CLOSE CADA-FICHA-FILE.
           CLOSE CAD-FICHA-FILE.

           DISPLAY "CONVERSAO CONCLUIDA.".
           DISPLAY "LIDOS: " WS-QTD-LIDOS
               "  GRAVADOS: " WS-QTD-GRAVADOS.
           DISPLAY "INFORMAR O CARGO DE CADA EMPREGADO NO TP04CADM.".
           DISPLAY "CADANTIGO.DAT PRESERVADO COMO COPIA DE"
               " SEGURANCA.".

           STOP RUN.
      *--------------------------------------------------------------*
       CONVERTER-REGISTRO.

           MOVE CADA-PRONTUARIO        TO CAD-PRONTUARIO.
           MOVE CADA-NOME              TO CAD-NOME.
           MOVE CADA-CPF               TO CAD-CPF.
           MOVE CADA-DATA-ADMISSAO     TO CAD-DATA-ADMISSAO.
           MOVE CADA-VALOR-HORA        TO CAD-VALOR-HORA.
           MOVE CADA-STATUS            TO CAD-STATUS.
           MOVE CADA-BANCO             TO CAD-BANCO.
           MOVE CADA-AGENCIA           TO CAD-AGENCIA.
           MOVE CADA-CONTA             TO CAD-CONTA.
           MOVE CADA-DIGITO-CONTA      TO CAD-DIGITO-CONTA.
           MOVE CADA-CENTRO-CUSTO      TO CAD-CENTRO-CUSTO.
           MOVE SPACE                  TO CAD-OPTA-ADIANTAMENTO.
           MOVE CONST-ESTAB-MATRIZ     TO CAD-ESTABELECIMENTO.
           MOVE SPACES                 TO CAD-CARGO.

           WRITE CAD-REG.
           IF WS-CAD-FILE-STATUS = "00"
               ADD 1 TO WS-QTD-GRAVADOS
           ELSE
               DISPLAY "ERRO DE GRAVACAO EM CADASTRO.DAT - STATUS: "
                   WS-CAD-FILE-STATUS
                   " PRONTUARIO: " CADA-PRONTUARIO
               DISPLAY "CONVERSAO ABORTADA - REMOVER CADASTRO.DAT"
                   " E REPETIR."
               STOP RUN
           END-IF.
