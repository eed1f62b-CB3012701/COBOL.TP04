       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP04COMP.
       AUTHOR.        EQUIPE TP04.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

      *--------------------------------------------------------------*
      *    CALENDARIO DE FECHAMENTO DA FOLHA: MANTEM EM COMPETEN.DAT
      *    A SITUACAO DE CADA COMPETENCIA, QUE OS DEMAIS PROGRAMAS
      *    CONSULTAM ANTES DE AGIR E AVANCAM AO CONCLUIR CADA ETAPA:
      *      A - ABERTA      (SEM REGISTRO NO ARQUIVO VALE ABERTA)
      *      C - CALCULADA   (TP04; TP0413SA NA COMPETENCIA AAAA13)
      *      R - CONCILIADA  (TP04CONC SEM DIVERGENCIAS)
      *      M - REMETIDA    (TP04BANC, REMESSA DA FOLHA)
      *      D - DECLARADA   (TP04ESOC)
      *      F - FECHADA     (ESTE PROGRAMA)
      *    NENHUM PROGRAMA GRAVA NO HISTIDX.DAT EM COMPETENCIA JA
      *    CONCILIADA OU ADIANTE, EXCETO O TP04DISS: AS DIFERENCAS
      *    RETROATIVAS (TIPO C) ENTRAM EM QUALQUER COMPETENCIA NAO
      *    FECHADA, E ELE LISTA AS CONCILIADAS, REMETIDAS OU
      *    DECLARADAS ATINGIDAS, PARA REPETIR TP04CONC, TP04BANC E
      *    TP04ESOC NELAS. A REABERTURA SO E FEITA AQUI, COM
      *    MOTIVO OBRIGATORIO, E FICA REGISTRADA EM COMPLOG.DAT JUNTO
      *    COM AS ABERTURAS E OS FECHAMENTOS.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FICHA-FILE  ASSIGN TO "COMPETEN.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CTL-COMPETENCIA
               FILE STATUS        IS WS-CTL-FILE-STATUS.

           SELECT CPLOG-FILE      ASSIGN TO "COMPLOG.DAT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-CPLOG-FILE-STATUS.

      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FICHA-FILE.
       01  CTL-REG.
           05 CTL-COMPETENCIA           PIC 9(6).
           05 CTL-STATUS                PIC X(1).
               88 CTL-ABERTA                            VALUE "A".
               88 CTL-CALCULADA                         VALUE "C".
               88 CTL-CONCILIADA                        VALUE "R".
               88 CTL-REMETIDA                          VALUE "M".
               88 CTL-DECLARADA                         VALUE "D".
               88 CTL-FECHADA                           VALUE "F".
           05 CTL-DATA-ALTERACAO        PIC 9(8).
           05 CTL-HORA-ALTERACAO        PIC 9(8).
           05 CTL-OPERADOR              PIC X(20).
           05 CTL-PROGRAMA              PIC X(8).

      *    LOG DAS ACOES MANUAIS SOBRE O CALENDARIO.
       FD  CPLOG-FILE.
       01  CPLOG-REG.
           05 CPLOG-DATA                PIC 9(8).
           05 CPLOG-HORA                PIC 9(8).
           05 CPLOG-OPERADOR            PIC X(20).
           05 CPLOG-PROGRAMA            PIC X(8).
           05 CPLOG-OPERACAO            PIC X(1).
           05 CPLOG-COMPETENCIA         PIC 9(6).
           05 CPLOG-STATUS-ANTES        PIC X(1).
           05 CPLOG-STATUS-DEPOIS       PIC X(1).
           05 CPLOG-MOTIVO              PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-CTL-FILE-STATUS            PIC X(2)        VALUE SPACES.
       77 WS-CPLOG-FILE-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-OPCAO                      PIC 9           VALUE 9.
           88 OPCAO-LISTAR                              VALUE 1.
           88 OPCAO-ABRIR                               VALUE 2.
           88 OPCAO-FECHAR                              VALUE 3.
           88 OPCAO-REABRIR                             VALUE 4.
           88 OPCAO-HISTORICO                           VALUE 5.
           88 OPCAO-SAIR                                VALUE 0.
           88 OPCAO-VALIDA                  VALUE 0, 1, 2, 3, 4, 5.

       77 WS-QTD-LISTADOS               PIC 9(4)        VALUE ZERO.
       01 WS-CTL-FIM-ARQUIVO            PIC X           VALUE "N".
           88 CTL-FIM-ARQUIVO                           VALUE "S".
       01 WS-CPLOG-FIM-ARQUIVO          PIC X           VALUE "N".
           88 CPLOG-FIM-ARQUIVO                         VALUE "S".

       01 WS-COMPETENCIA-ALVO           PIC 9(6)        VALUE ZEROS.
       01 WS-COMPETENCIA-ALVO-R REDEFINES WS-COMPETENCIA-ALVO.
           05 WS-ALVO-ANO               PIC 9(4).
           05 WS-ALVO-MES               PIC 9(2).
       01 WS-CTL-EXISTE                 PIC X           VALUE "N".
           88 CTL-EXISTE                                VALUE "S".

      *---- SITUACAO E ORDEM DAS ETAPAS -------------------------------*
       77 CONST-ORDEM-STATUS            PIC X(6)        VALUE "ACRMDF".
       77 WS-STATUS-CONSULTA            PIC X(1)        VALUE SPACE.
       77 WS-ORDEM-STATUS               PIC 9           VALUE ZERO.
       77 WS-ORDEM-ATUAL                PIC 9           VALUE ZERO.
       77 WS-ORDEM-NOVA                 PIC 9           VALUE ZERO.
       77 WS-STATUS-ANTES               PIC X(1)        VALUE SPACE.
       77 WS-STATUS-NOVO                PIC X(1)        VALUE SPACE.
       77 WS-DESCRICAO-STATUS           PIC X(10)       VALUE SPACES.
       77 WS-MOTIVO                     PIC X(60)       VALUE SPACES.
       77 WS-CONFIRMA                   PIC X(1)        VALUE SPACE.
       77 WS-OPERACAO-LOG               PIC X(1)        VALUE SPACE.

      *---- AUDITORIA -------------------------------------------------*
       77 WS-AUDIT-OPERADOR             PIC X(20)       VALUE SPACES.
       77 CONST-VAR-AMBIENTE-USUARIO    PIC X(4)        VALUE "USER".
       77 CONST-PROGRAMA                PIC X(8)      VALUE "TP04COMP".
       01 WS-AUDIT-DATA-HORA.
           05 WS-AUDIT-DATA             PIC 9(8)        VALUE ZEROS.
           05 WS-AUDIT-HORA             PIC 9(8)        VALUE ZEROS.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       INICIO-CALENDARIO.

           PERFORM ABRIR-CALENDARIO.

           CALL "C$GETENV" USING CONST-VAR-AMBIENTE-USUARIO
                                  WS-AUDIT-OPERADOR.

           PERFORM UNTIL OPCAO-SAIR
               PERFORM EXIBIR-MENU
               ACCEPT WS-OPCAO
               IF NOT OPCAO-VALIDA
                   DISPLAY "OPCAO INVALIDA."
                   MOVE 9 TO WS-OPCAO
               END-IF
               IF OPCAO-LISTAR
                   PERFORM LISTAR-COMPETENCIAS
               END-IF
               IF OPCAO-ABRIR
                   PERFORM ABRIR-COMPETENCIA
               END-IF
               IF OPCAO-FECHAR
                   PERFORM FECHAR-COMPETENCIA
               END-IF
               IF OPCAO-REABRIR
                   PERFORM REABRIR-COMPETENCIA
               END-IF
               IF OPCAO-HISTORICO
                   PERFORM LISTAR-HISTORICO-COMPETENCIA
               END-IF
           END-PERFORM.

           CLOSE CTL-FICHA-FILE.

           STOP RUN.
      *--------------------------------------------------------------*
       ABRIR-CALENDARIO.

           OPEN I-O CTL-FICHA-FILE.
      *    SOMENTE CRIA O ARQUIVO QUANDO ELE AINDA NAO EXISTE (35).
           IF WS-CTL-FILE-STATUS = "35"
               OPEN OUTPUT CTL-FICHA-FILE
               CLOSE CTL-FICHA-FILE
               OPEN I-O CTL-FICHA-FILE
           END-IF.
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR COMPETEN.DAT. STATUS: "
                   WS-CTL-FILE-STATUS
               STOP RUN
           END-IF.
      *--------------------------------------------------------------*
       EXIBIR-MENU.

           DISPLAY " ".
           DISPLAY "---- CALENDARIO DE FECHAMENTO DA FOLHA ---------".
           DISPLAY "1 - Listar competencias".
           DISPLAY "2 - Abrir competencia".
           DISPLAY "3 - Fechar competencia".
           DISPLAY "4 - Reabrir competencia".
           DISPLAY "5 - Historico de uma competencia".
           DISPLAY "0 - Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
      *--------------------------------------------------------------*
       LISTAR-COMPETENCIAS.

           MOVE ZERO TO WS-QTD-LISTADOS.
           MOVE "N"  TO WS-CTL-FIM-ARQUIVO.
           MOVE ZEROS TO CTL-COMPETENCIA.

           START CTL-FICHA-FILE KEY >= CTL-COMPETENCIA.
           IF WS-CTL-FILE-STATUS NOT = "00"
               MOVE "S" TO WS-CTL-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL CTL-FIM-ARQUIVO
               READ CTL-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-CTL-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-QTD-LISTADOS
                       MOVE CTL-STATUS TO WS-STATUS-CONSULTA
                       PERFORM DESCREVER-STATUS
                       DISPLAY CTL-COMPETENCIA " " CTL-STATUS
                           " " WS-DESCRICAO-STATUS
                           " EM " CTL-DATA-ALTERACAO
                           " " CTL-HORA-ALTERACAO(1:4)
                           " POR " CTL-OPERADOR
                           " (" CTL-PROGRAMA ")"
               END-READ
           END-PERFORM.

           IF WS-QTD-LISTADOS = ZERO
               DISPLAY "NENHUMA COMPETENCIA NO CALENDARIO."
           END-IF.
      *--------------------------------------------------------------*
       ABRIR-COMPETENCIA.

           PERFORM ACEITAR-COMPETENCIA.
           IF WS-COMPETENCIA-ALVO = ZEROS
               EXIT PARAGRAPH
           END-IF.

           IF CTL-EXISTE
               MOVE CTL-STATUS TO WS-STATUS-CONSULTA
               PERFORM DESCREVER-STATUS
               DISPLAY "COMPETENCIA JA CONSTA DO CALENDARIO: "
                   WS-DESCRICAO-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACE TO WS-STATUS-ANTES.
           MOVE "A"   TO WS-STATUS-NOVO.
           MOVE "I"   TO WS-OPERACAO-LOG.
           MOVE SPACES TO WS-MOTIVO.
           PERFORM GRAVAR-SITUACAO.
      *--------------------------------------------------------------*
       FECHAR-COMPETENCIA.

           PERFORM ACEITAR-COMPETENCIA.
           IF WS-COMPETENCIA-ALVO = ZEROS
               EXIT PARAGRAPH
           END-IF.

      *    SO FECHA DEPOIS DA DECLARACAO: TODAS AS ETAPAS CUMPRIDAS.
           IF NOT CTL-EXISTE OR NOT CTL-DECLARADA
               MOVE CTL-STATUS TO WS-STATUS-CONSULTA
               IF NOT CTL-EXISTE
                   MOVE "A" TO WS-STATUS-CONSULTA
               END-IF
               PERFORM DESCREVER-STATUS
               DISPLAY "FECHAMENTO RECUSADO: COMPETENCIA "
                   WS-DESCRICAO-STATUS
                   " - SO E FECHADA DEPOIS DE DECLARADA (TP04ESOC)."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Confirma o fechamento (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "FECHAMENTO CANCELADO."
               EXIT PARAGRAPH
           END-IF.

           MOVE CTL-STATUS TO WS-STATUS-ANTES.
           MOVE "F"        TO WS-STATUS-NOVO.
           MOVE "F"        TO WS-OPERACAO-LOG.
           MOVE SPACES     TO WS-MOTIVO.
           PERFORM GRAVAR-SITUACAO.
      *--------------------------------------------------------------*
       REABRIR-COMPETENCIA.

           PERFORM ACEITAR-COMPETENCIA.
           IF WS-COMPETENCIA-ALVO = ZEROS
               EXIT PARAGRAPH
           END-IF.

           IF NOT CTL-EXISTE OR CTL-ABERTA
               DISPLAY "COMPETENCIA JA ESTA ABERTA."
               EXIT PARAGRAPH
           END-IF.

           MOVE CTL-STATUS TO WS-STATUS-CONSULTA.
           PERFORM DESCREVER-STATUS.
           PERFORM OBTER-ORDEM-STATUS.
           MOVE WS-ORDEM-STATUS TO WS-ORDEM-ATUAL.
           DISPLAY "SITUACAO ATUAL: " CTL-STATUS " "
               WS-DESCRICAO-STATUS.

      *    VOLTA PARA QUALQUER ETAPA ANTERIOR; AS SEGUINTES TERAO DE
      *    SER REFEITAS PELOS PROGRAMAS DE CADA UMA.
           DISPLAY "Reabrir para (A=aberta C=calculada R=conciliada"
               " M=remetida D=declarada): " WITH NO ADVANCING.
           ACCEPT WS-STATUS-NOVO.
           MOVE WS-STATUS-NOVO TO WS-STATUS-CONSULTA.
           PERFORM OBTER-ORDEM-STATUS.
           MOVE WS-ORDEM-STATUS TO WS-ORDEM-NOVA.
           IF WS-ORDEM-NOVA = ZERO OR WS-ORDEM-NOVA >= WS-ORDEM-ATUAL
               DISPLAY "SITUACAO INVALIDA: DEVE SER UMA ETAPA ANTERIOR"
                   " A ATUAL."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Motivo da reabertura: " WITH NO ADVANCING.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               DISPLAY "REABERTURA RECUSADA: MOTIVO OBRIGATORIO."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Confirma a reabertura (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "REABERTURA CANCELADA."
               EXIT PARAGRAPH
           END-IF.

           MOVE CTL-STATUS TO WS-STATUS-ANTES.
           MOVE "R"        TO WS-OPERACAO-LOG.
           PERFORM GRAVAR-SITUACAO.
      *--------------------------------------------------------------*
       LISTAR-HISTORICO-COMPETENCIA.

           PERFORM ACEITAR-COMPETENCIA.
           IF WS-COMPETENCIA-ALVO = ZEROS
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-QTD-LISTADOS.
           MOVE "N"  TO WS-CPLOG-FIM-ARQUIVO.

           OPEN INPUT CPLOG-FILE.
           IF WS-CPLOG-FILE-STATUS NOT = "00"
               DISPLAY "COMPLOG.DAT SEM REGISTROS."
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL CPLOG-FIM-ARQUIVO
               READ CPLOG-FILE
                   AT END
                       MOVE "S" TO WS-CPLOG-FIM-ARQUIVO
                   NOT AT END
                       IF CPLOG-COMPETENCIA = WS-COMPETENCIA-ALVO
                           ADD 1 TO WS-QTD-LISTADOS
                           DISPLAY CPLOG-DATA " " CPLOG-HORA(1:4)
                               " " CPLOG-OPERADOR
                               " " CPLOG-OPERACAO
                               " " CPLOG-STATUS-ANTES
                               " -> " CPLOG-STATUS-DEPOIS
                           IF CPLOG-MOTIVO NOT = SPACES
                               DISPLAY "    MOTIVO: " CPLOG-MOTIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CPLOG-FILE.

           IF WS-QTD-LISTADOS = ZERO
               DISPLAY "NENHUMA ACAO REGISTRADA PARA A COMPETENCIA."
           END-IF.
      *--------------------------------------------------------------*
       ACEITAR-COMPETENCIA.

           DISPLAY "Competencia (AAAAMM, 13O = AAAA13): "
               WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA-ALVO.

           IF WS-ALVO-MES < 1 OR WS-ALVO-MES > 13
               DISPLAY "COMPETENCIA INVALIDA."
               MOVE ZEROS TO WS-COMPETENCIA-ALVO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COMPETENCIA-ALVO TO CTL-COMPETENCIA.
           READ CTL-FICHA-FILE.
           IF WS-CTL-FILE-STATUS = "00"
               MOVE "S" TO WS-CTL-EXISTE
           ELSE
               MOVE "N" TO WS-CTL-EXISTE
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-SITUACAO.

      *    SEM LOG NAO HA ACAO MANUAL SOBRE O CALENDARIO.
           OPEN EXTEND CPLOG-FILE.
           IF WS-CPLOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT CPLOG-FILE
           END-IF.
           IF WS-CPLOG-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR COMPLOG.DAT. STATUS: "
                   WS-CPLOG-FILE-STATUS
                   " - NADA ALTERADO."
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.

           MOVE WS-COMPETENCIA-ALVO TO CTL-COMPETENCIA.
           MOVE WS-STATUS-NOVO      TO CTL-STATUS.
           MOVE WS-AUDIT-DATA       TO CTL-DATA-ALTERACAO.
           MOVE WS-AUDIT-HORA       TO CTL-HORA-ALTERACAO.
           MOVE WS-AUDIT-OPERADOR   TO CTL-OPERADOR.
           MOVE CONST-PROGRAMA      TO CTL-PROGRAMA.

           IF CTL-EXISTE
               REWRITE CTL-REG
           ELSE
               WRITE CTL-REG
           END-IF.

           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM COMPETEN.DAT - STATUS: "
                   WS-CTL-FILE-STATUS
               CLOSE CPLOG-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-AUDIT-DATA       TO CPLOG-DATA.
           MOVE WS-AUDIT-HORA       TO CPLOG-HORA.
           MOVE WS-AUDIT-OPERADOR   TO CPLOG-OPERADOR.
           MOVE CONST-PROGRAMA      TO CPLOG-PROGRAMA.
           MOVE WS-OPERACAO-LOG     TO CPLOG-OPERACAO.
           MOVE WS-COMPETENCIA-ALVO TO CPLOG-COMPETENCIA.
           MOVE WS-STATUS-ANTES     TO CPLOG-STATUS-ANTES.
           MOVE WS-STATUS-NOVO      TO CPLOG-STATUS-DEPOIS.
           MOVE WS-MOTIVO           TO CPLOG-MOTIVO.
           WRITE CPLOG-REG.

           CLOSE CPLOG-FILE.

           MOVE WS-STATUS-NOVO TO WS-STATUS-CONSULTA.
           PERFORM DESCREVER-STATUS.
           DISPLAY "COMPETENCIA " WS-COMPETENCIA-ALVO " AGORA "
               WS-DESCRICAO-STATUS ".".
      *--------------------------------------------------------------*
       OBTER-ORDEM-STATUS.

           MOVE ZERO TO WS-ORDEM-STATUS.
           PERFORM VARYING WS-ORDEM-STATUS FROM 1 BY 1
                   UNTIL WS-ORDEM-STATUS > 6
               IF CONST-ORDEM-STATUS(WS-ORDEM-STATUS:1)
                       = WS-STATUS-CONSULTA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ORDEM-STATUS > 6
               MOVE ZERO TO WS-ORDEM-STATUS
           END-IF.
      *--------------------------------------------------------------*
       DESCREVER-STATUS.

           EVALUATE WS-STATUS-CONSULTA
               WHEN "A"
                   MOVE "ABERTA"     TO WS-DESCRICAO-STATUS
               WHEN "C"
                   MOVE "CALCULADA"  TO WS-DESCRICAO-STATUS
               WHEN "R"
                   MOVE "CONCILIADA" TO WS-DESCRICAO-STATUS
               WHEN "M"
                   MOVE "REMETIDA"   TO WS-DESCRICAO-STATUS
               WHEN "D"
                   MOVE "DECLARADA"  TO WS-DESCRICAO-STATUS
               WHEN "F"
                   MOVE "FECHADA"    TO WS-DESCRICAO-STATUS
               WHEN OTHER
                   MOVE "INDEFINIDA" TO WS-DESCRICAO-STATUS
           END-EVALUATE.
