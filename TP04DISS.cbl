               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-DISSIDIO-FILE-STATUS.

           SELECT CADLOG-FILE     ASSIGN TO "CADLOG.DAT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-CADLOG-FILE-STATUS.

           SELECT CTL-FICHA-FILE  ASSIGN TO "COMPETEN.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CTL-COMPETENCIA
               FILE STATUS        IS WS-CTL-FILE-STATUS.

           SELECT CRG-FICHA-FILE  ASSIGN TO "CARGOS.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CRG-CODIGO
               FILE STATUS        IS WS-CRG-FILE-STATUS.

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
           05 DIS-PERCENTUAL            PIC 9(2)V9(2).
           05 DIS-COMPETENCIA-BASE      PIC 9(6).

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

      *    CALENDARIO DE FECHAMENTO DA FOLHA (MANTIDO PELO TP04COMP).
       FD  CTL-FICHA-FILE.
       01  CTL-REG.
           05 CTL-COMPETENCIA           PIC 9(6).
           05 CTL-STATUS                PIC X(1).
           05 CTL-DATA-ALTERACAO        PIC 9(8).
           05 CTL-HORA-ALTERACAO        PIC 9(8).
           05 CTL-OPERADOR              PIC X(20).
           05 CTL-PROGRAMA              PIC X(8).

      *    CARGOS (MANTIDOS PELO TP04CADM): FAIXA DO VALOR HORA.
       FD  CRG-FICHA-FILE.
       01  CRG-REG.
           05 CRG-CODIGO                PIC X(4).
           05 CRG-DESCRICAO             PIC X(30).
           05 CRG-CBO                   PIC 9(6).
           05 CRG-VALOR-HORA-MIN        PIC 9(3)V9(2).
           05 CRG-VALOR-HORA-MAX        PIC 9(3)V9(2).
           05 CRG-PERC-INSALUBRIDADE    PIC 9V9(3).
           05 CRG-PERC-PERICULOSIDADE   PIC 9V9(3).
           05 CRG-PERC-NOTURNO          PIC 9V9(3).

       WORKING-STORAGE SECTION.
       77 WS-CAD-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-HIST-FILE-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-HOLERITE-FILE-STATUS      PIC X(2)        VALUE SPACES.
       77 WS-AUDIT-FILE-STATUS         PIC X(2)        VALUE SPACES.
       77 WS-DISSIDIO-FILE-STATUS      PIC X(2)        VALUE SPACES.
       77 WS-CADLOG-FILE-STATUS        PIC X(2)        VALUE SPACES.
       77 WS-CRG-FILE-STATUS           PIC X(2)        VALUE SPACES.

      *---- ENTRADA DO DISSIDIO ---------------------------------------*
       77 WS-PERCENTUAL-DISSIDIO       PIC 9(2)V9(2)   VALUE ZEROS.
      *---- REAJUSTE DO CADASTRO --------------------------------------*
       77 WS-VALOR-HORA-ANTIGO         PIC 9(3)V9(2)   VALUE ZERO.
       77 WS-VALOR-HORA-NOVO           PIC 9(3)V9(2)   VALUE ZERO.
       77 WS-CAD-ANTES                 PIC X(120)      VALUE SPACES.
       77 WS-QTD-REAJUSTADOS           PIC 9(4)        VALUE ZERO.
       77 CONST-MAX-REAJUSTADOS        PIC 9(3)        VALUE 500.
       77 WS-IDX-REAJ                  PIC 9(3)        VALUE ZERO.
               10 WS-REAJ-NOME         PIC X(20).
               10 WS-REAJ-CENTRO-CUSTO PIC X(4).

      *---- CONFERENCIA DA FAIXA DO CARGO -----------------------------*
      *    O REAJUSTE SO E APLICADO SE TODO VALOR HORA NOVO COUBER NA
      *    FAIXA DO CARGO; CADASTRO ANTIGO SEM CARGO PASSA COM AVISO.
       77 WS-QTD-FORA-FAIXA            PIC 9(4)        VALUE ZERO.
       77 WS-QTD-SEM-CARGO             PIC 9(4)        VALUE ZERO.
       01 WS-CRG-DISPONIVEL            PIC X           VALUE "N".
           88 CARGO-DISPONIVEL                         VALUE "S".

      *---- FOLHA COMPLEMENTAR ----------------------------------------*
       77 WS-DIFERENCA-BRUTA           PIC 9(5)V9(2)   VALUE ZERO.
       77 WS-DIFERENCA-INSS            PIC 9(5)V9(2)   VALUE ZERO.
       77 WS-COMPETENCIA-DIFERENCA     PIC 9(6)        VALUE ZEROS.
       77 WS-QTD-DIFERENCAS            PIC 9(6)        VALUE ZERO.
       77 WS-QTD-JA-GERADAS            PIC 9(6)        VALUE ZERO.
       77 WS-QTD-FECHADAS              PIC 9(6)        VALUE ZERO.
       77 WS-QTD-DEPENTENDES           PIC 9(2)        VALUE ZERO.
       77 WS-BASE-INSS                 PIC 9(5)V9(2)   VALUE ZERO.
       77 WS-DESCONTO-INSS-CALC        PIC 9(5)V9(2)   VALUE ZERO.

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
      *    COMPETENCIAS JA CONCILIADAS, REMETIDAS OU DECLARADAS QUE
      *    RECEBERAM DIFERENCA: TP04CONC, TP04BANC E TP04ESOC DEVEM
      *    SER REPETIDOS PARA ELAS.
       77 WS-QTD-MESES-AVANCADOS       PIC 9(2)        VALUE ZERO.
       77 WS-IDX-AVANCADO              PIC 9(2)        VALUE ZERO.
       01 WS-TABELA-MESES-AVANCADOS.
           05 WS-AVC-ITEM OCCURS 60 TIMES.
               10 WS-AVC-COMPETENCIA   PIC 9(6).
               10 WS-AVC-SITUACAO      PIC X(1).
       01 WS-AVC-ACHADO                PIC X           VALUE "N".
           88 AVC-ACHADO                               VALUE "S".
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
           CALL "C$GETENV" USING CONST-VAR-AMBIENTE-USUARIO
                                  WS-AUDIT-OPERADOR.

           PERFORM CONFERIR-FAIXAS-CARGO.
           IF WS-QTD-FORA-FAIXA > ZERO
               DISPLAY "DISSIDIO RECUSADO: " WS-QTD-FORA-FAIXA
                   " EMPREGADO(S) FICARIAM FORA DA FAIXA DO CARGO."
               DISPLAY "NENHUM VALOR HORA FOI ALTERADO - AJUSTE A"
                   " FAIXA NO TP04CADM E REPITA."
               STOP RUN
           END-IF.
           IF WS-QTD-SEM-CARGO > ZERO
               DISPLAY "AVISO: " WS-QTD-SEM-CARGO
                   " EMPREGADO(S) SEM CARGO - REAJUSTE SEM CONFERENCIA"
                   " DE FAIXA."
           END-IF.

           PERFORM REAJUSTAR-CADASTRO.

           IF WS-QTD-REAJUSTADOS = ZERO
           DISPLAY "DIFERENCAS RETROATIVAS GERADAS: "
               WS-QTD-DIFERENCAS
               "  JA EXISTENTES (PULADAS): " WS-QTD-JA-GERADAS.
           IF WS-QTD-FECHADAS > ZERO
               DISPLAY "DIFERENCAS EM COMPETENCIA FECHADA (NAO"
                   " GERADAS): " WS-QTD-FECHADAS
                   " - REABRA PELO TP04COMP E REPITA O DISSIDIO."
           END-IF.
           IF WS-QTD-MESES-AVANCADOS > ZERO
               DISPLAY "DIFERENCAS GRAVADAS EM COMPETENCIA JA"
                   " CONCILIADA/REMETIDA/DECLARADA - REPITA TP04CONC,"
                   " TP04BANC E TP04ESOC CONFORME A SITUACAO:"
               PERFORM VARYING WS-IDX-AVANCADO FROM 1 BY 1
                       UNTIL WS-IDX-AVANCADO > WS-QTD-MESES-AVANCADOS
                   DISPLAY "  COMPETENCIA "
                       WS-AVC-COMPETENCIA(WS-IDX-AVANCADO)
                       "  SITUACAO " WS-AVC-SITUACAO(WS-IDX-AVANCADO)
               END-PERFORM
           END-IF.

           STOP RUN.
      *--------------------------------------------------------------*
       CONFERIR-FAIXAS-CARGO.

      *    PASSAGEM SO DE LEITURA, ANTES DE QUALQUER REGRAVACAO: UM
      *    EMPREGADO FORA DA FAIXA RECUSA O DISSIDIO INTEIRO, PARA O
      *    CADASTRO NAO FICAR REAJUSTADO PELA METADE.
           MOVE ZERO TO WS-QTD-FORA-FAIXA.
           MOVE ZERO TO WS-QTD-SEM-CARGO.

           OPEN INPUT CAD-FICHA-FILE.
           IF WS-CAD-FILE-STATUS NOT = "00"
               DISPLAY "CADASTRO.DAT INDISPONIVEL. STATUS: "
                   WS-CAD-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT CRG-FICHA-FILE.
           IF WS-CRG-FILE-STATUS = "00"
               MOVE "S" TO WS-CRG-DISPONIVEL
           ELSE
               MOVE "N" TO WS-CRG-DISPONIVEL
           END-IF.

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
                          AND (WS-FILTRO-CENTRO-CUSTO = SPACES OR
                               CAD-CENTRO-CUSTO
                                   = WS-FILTRO-CENTRO-CUSTO)
                           PERFORM CONFERIR-FAIXA-EMPREGADO
                       END-IF
               END-READ
           END-PERFORM.

           IF CARGO-DISPONIVEL
               CLOSE CRG-FICHA-FILE
           END-IF.
           CLOSE CAD-FICHA-FILE.
           MOVE "N" TO WS-CAD-FIM-ARQUIVO.
      *--------------------------------------------------------------*
       CONFERIR-FAIXA-EMPREGADO.

           IF CAD-CARGO = SPACES
               ADD 1 TO WS-QTD-SEM-CARGO
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-VALOR-HORA-NOVO ROUNDED =
               CAD-VALOR-HORA * (1 + WS-FATOR-DISSIDIO).

           IF NOT CARGO-DISPONIVEL
               ADD 1 TO WS-QTD-FORA-FAIXA
               DISPLAY "PRONTUARIO " CAD-PRONTUARIO " CARGO "
                   CAD-CARGO " - CARGOS.DAT INDISPONIVEL."
               EXIT PARAGRAPH
           END-IF.

           MOVE CAD-CARGO TO CRG-CODIGO.
           READ CRG-FICHA-FILE.
           IF WS-CRG-FILE-STATUS NOT = "00"
               ADD 1 TO WS-QTD-FORA-FAIXA
               DISPLAY "PRONTUARIO " CAD-PRONTUARIO " CARGO "
                   CAD-CARGO " NAO CADASTRADO."
               EXIT PARAGRAPH
           END-IF.

           IF WS-VALOR-HORA-NOVO < CRG-VALOR-HORA-MIN
              OR WS-VALOR-HORA-NOVO > CRG-VALOR-HORA-MAX
               ADD 1 TO WS-QTD-FORA-FAIXA
               DISPLAY "PRONTUARIO " CAD-PRONTUARIO " CARGO "
                   CAD-CARGO " VALOR HORA NOVO " WS-VALOR-HORA-NOVO
                   " FORA DA FAIXA " CRG-VALOR-HORA-MIN " A "
                   CRG-VALOR-HORA-MAX
           END-IF.
      *--------------------------------------------------------------*
       REAJUSTAR-CADASTRO.

               OPEN OUTPUT DISSIDIO-FILE
           END-IF.

           OPEN EXTEND CADLOG-FILE.
           IF WS-CADLOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT CADLOG-FILE
           END-IF.
           IF WS-CADLOG-FILE-STATUS NOT = "00"
               DISPLAY "CADLOG.DAT INDISPONIVEL. STATUS: "
                   WS-CADLOG-FILE-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO CAD-PRONTUARIO.
           START CAD-FICHA-FILE KEY >= CAD-PRONTUARIO.
           IF WS-CAD-FILE-STATUS NOT = "00"
               END-READ
           END-PERFORM.

           CLOSE CADLOG-FILE.
           CLOSE DISSIDIO-FILE.
           CLOSE CAD-FICHA-FILE.
      *--------------------------------------------------------------*
               EXIT PARAGRAPH
           END-IF.

           MOVE CAD-REG        TO WS-CAD-ANTES.
           MOVE CAD-VALOR-HORA TO WS-VALOR-HORA-ANTIGO.
           COMPUTE WS-VALOR-HORA-NOVO ROUNDED =
               CAD-VALOR-HORA * (1 + WS-FATOR-DISSIDIO).
               EXIT PARAGRAPH
           END-IF.

           PERFORM GRAVAR-LOG-CADASTRO.

           MOVE WS-DATA-HOJE           TO DIS-DATA.
           MOVE CAD-PRONTUARIO         TO DIS-PRONTUARIO.
           MOVE CAD-NOME               TO DIS-NOME.
           DISPLAY "PRONTUARIO: " CAD-PRONTUARIO
               "  VALOR HORA " WS-VALOR-HORA-ANTIGO
               " -> " WS-VALOR-HORA-NOVO.
      *--------------------------------------------------------------*
       GRAVAR-LOG-CADASTRO.

           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.

           MOVE WS-AUDIT-DATA       TO CLOG-DATA.
           MOVE WS-AUDIT-HORA       TO CLOG-HORA.
           MOVE WS-AUDIT-OPERADOR   TO CLOG-OPERADOR.
           MOVE "TP04DISS"          TO CLOG-PROGRAMA.
           MOVE "R"                 TO CLOG-OPERACAO.
           MOVE CAD-PRONTUARIO      TO CLOG-PRONTUARIO.
           MOVE WS-CAD-ANTES        TO CLOG-CAD-ANTES.
           MOVE CAD-REG             TO CLOG-CAD-DEPOIS.
           WRITE CADLOG-REG.
           IF WS-CADLOG-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR CADLOG.DAT. STATUS: "
                   WS-CADLOG-FILE-STATUS
           END-IF.
      *--------------------------------------------------------------*
       GERAR-FOLHA-COMPLEMENTAR.

               EXIT PARAGRAPH
           END-IF.

      *    A DIFERENCA E COMPLEMENTAR (TIPO C) E NAO ALTERA O QUE FOI
      *    PAGO NO MES, MAS COMPETENCIA FECHADA NAO RECEBE REGISTRO.
           IF WS-COMPETENCIA-DIFERENCA NOT = WS-CTL-COMPETENCIA
               MOVE WS-COMPETENCIA-DIFERENCA TO WS-CTL-COMPETENCIA
               PERFORM CONSULTAR-CALENDARIO
           END-IF.
           IF CTL-SIT-FECHADA
               ADD 1 TO WS-QTD-FECHADAS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DIFERENCA-BRUTA TO WS-BASE-INSS.
           PERFORM CALCULAR-INSS-FAIXAS.
           MOVE WS-DESCONTO-INSS-CALC TO WS-DIFERENCA-INSS.
           EVALUATE WS-HIST-FILE-STATUS
               WHEN "00"
                   ADD 1 TO WS-QTD-DIFERENCAS
                   PERFORM ANOTAR-MES-AVANCADO
                   PERFORM IMPRIMIR-HOLERITE-DIFERENCA
                   PERFORM GRAVAR-AUDITORIA-DIFERENCA
               WHEN "22"
                       " STATUS: " WS-HIST-FILE-STATUS
                       " PRONTUARIO: " HIST-PRONTUARIO
           END-EVALUATE.
      *--------------------------------------------------------------*
       ANOTAR-MES-AVANCADO.

           IF CTL-SIT-ABERTA OR CTL-SIT-CALCULADA
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-AVC-ACHADO.
           PERFORM VARYING WS-IDX-AVANCADO FROM 1 BY 1
                   UNTIL WS-IDX-AVANCADO > WS-QTD-MESES-AVANCADOS
                      OR AVC-ACHADO
               IF WS-AVC-COMPETENCIA(WS-IDX-AVANCADO) =
                  WS-COMPETENCIA-DIFERENCA
                   MOVE "S" TO WS-AVC-ACHADO
               END-IF
           END-PERFORM.

           IF NOT AVC-ACHADO
              AND WS-QTD-MESES-AVANCADOS < CONST-MAX-COMPETENCIAS
               ADD 1 TO WS-QTD-MESES-AVANCADOS
               MOVE WS-COMPETENCIA-DIFERENCA
                   TO WS-AVC-COMPETENCIA(WS-QTD-MESES-AVANCADOS)
               MOVE WS-CTL-SITUACAO
                   TO WS-AVC-SITUACAO(WS-QTD-MESES-AVANCADOS)
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-HOLERITE-DIFERENCA.

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
