       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP04PROV.
       AUTHOR.        EQUIPE TP04.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

      *--------------------------------------------------------------*
      *    PROVISOES MENSAIS DE FERIAS + 1/3 E DE 13O SALARIO, COM OS
      *    ENCARGOS (INSS PATRONAL, RAT E FGTS) SOBRE ELAS. PARA CADA
      *    EMPREGADO DO CADASTRO, O SALDO DEVIDO NO FIM DA COMPETENCIA
      *    E RECALCULADO PELOS AVOS ADQUIRIDOS:
      *      FERIAS - DIAS A GOZAR DOS PERIODOS ADQUIRIDOS MAIS OS
      *               AVOS DO PERIODO EM AQUISICAO (PERIODOS.DAT,
      *               MANTIDO PELO TP04PAQU), ACRESCIDOS DE 1/3;
      *      13O    - AVOS DO ANO MENOS O 13O JA PAGO (TIPO "D").
      *    O SALDO ANTERIOR DE CADA EMPREGADO FICA EM PROVISAO.DAT.
      *    O QUE FOI PAGO NO HISTIDX.DAT (FERIAS "F" NA COMPETENCIA,
      *    13O "D" DO ANO, RESCISAO "R" NA COMPETENCIA) BAIXA A
      *    PROVISAO; A DIFERENCA ATE O NOVO SALDO E A CONSTITUICAO DO
      *    MES OU, QUANDO O SALDO CAI SEM PAGAMENTO, O ESTORNO DE
      *    CONSTITUICAO EXCEDENTE (DE VOLTA PARA A DESPESA).
      *    O MOVIMENTO POR CENTRO DE CUSTO E ACRESCENTADO AO
      *    CONTABIL.DAT COM AS CONTAS DE CONTAS.DAT - POR ISSO RODA
      *    DEPOIS DO TP04CTBL, QUE RECRIA O ARQUIVO. A POSICAO POR
      *    EMPREGADO, PARA CONCILIACAO COM O RAZAO, VAI PARA
      *    PROVISOES.DAT. RODAR DE NOVO A MESMA COMPETENCIA REFAZ O
      *    CALCULO A PARTIR DO SALDO ANTERIOR GUARDADO.
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

           SELECT PER-FICHA-FILE  ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS PER-CHAVE
               FILE STATUS        IS WS-PER-FILE-STATUS.

           SELECT PROV-FICHA-FILE ASSIGN TO "PROVISAO.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS PROV-PRONTUARIO
               FILE STATUS        IS WS-PROV-FILE-STATUS.

           SELECT CONTA-FICHA-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-CONTA-FILE-STATUS.

           SELECT CONTABIL-FILE   ASSIGN TO "CONTABIL.DAT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-CONTABIL-FILE-STATUS.

           SELECT RELPROV-FILE    ASSIGN TO "PROVISOES.DAT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-RELPROV-FILE-STATUS.

           SELECT CTL-FICHA-FILE  ASSIGN TO "COMPETEN.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CTL-COMPETENCIA
               FILE STATUS        IS WS-CTL-FILE-STATUS.

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

      *    UM REGISTRO POR EMPREGADO: SALDOS NO FIM DA ULTIMA
      *    COMPETENCIA PROCESSADA E OS DA COMPETENCIA ANTERIOR A ELA,
      *    PARA QUE O REPROCESSAMENTO PARTA SEMPRE DA MESMA BASE.
      *    O 13O PAGO E O ACUMULADO DO ANO DA COMPETENCIA.
       FD  PROV-FICHA-FILE.
       01  PROV-REG.
           05 PROV-PRONTUARIO           PIC X(8).
           05 PROV-CENTRO-CUSTO         PIC X(4).
           05 PROV-ATUAL.
               10 PROV-COMPETENCIA      PIC 9(6).
               10 PROV-SALDO-FERIAS     PIC 9(7)V9(2).
               10 PROV-SALDO-13         PIC 9(7)V9(2).
               10 PROV-SALDO-INSS       PIC 9(7)V9(2).
               10 PROV-SALDO-RAT        PIC 9(7)V9(2).
               10 PROV-SALDO-FGTS       PIC 9(7)V9(2).
               10 PROV-13-PAGO          PIC 9(7)V9(2).
           05 PROV-ANTERIOR.
               10 PROV-ANT-COMPETENCIA  PIC 9(6).
               10 PROV-ANT-SALDO-FERIAS PIC 9(7)V9(2).
               10 PROV-ANT-SALDO-13     PIC 9(7)V9(2).
               10 PROV-ANT-SALDO-INSS   PIC 9(7)V9(2).
               10 PROV-ANT-SALDO-RAT    PIC 9(7)V9(2).
               10 PROV-ANT-SALDO-FGTS   PIC 9(7)V9(2).
               10 PROV-ANT-13-PAGO      PIC 9(7)V9(2).

       FD  CONTA-FICHA-FILE.
       01  CONTA-REG.
           05 CONTA-VERBA               PIC X(8).
           05 CONTA-DEBITO              PIC X(8).
           05 CONTA-CREDITO             PIC X(8).

       FD  CONTABIL-FILE.
       01  CONTABIL-REG.
           05 CTB-COMPETENCIA           PIC 9(6).
           05 CTB-CENTRO-CUSTO          PIC X(4).
           05 CTB-VERBA                 PIC X(8).
           05 CTB-CONTA-DEBITO          PIC X(8).
           05 CTB-CONTA-CREDITO         PIC X(8).
           05 CTB-VALOR                 PIC 9(9)V9(2).

       FD  RELPROV-FILE.
       01  RELPROV-LINHA                PIC X(132).

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
       77 WS-PER-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-PROV-FILE-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-CONTA-FILE-STATUS         PIC X(2)        VALUE SPACES.
       77 WS-CONTABIL-FILE-STATUS      PIC X(2)        VALUE SPACES.
       77 WS-RELPROV-FILE-STATUS       PIC X(2)        VALUE SPACES.

       01 WS-CAD-FIM-ARQUIVO           PIC X           VALUE "N".
           88 CAD-FIM-ARQUIVO                          VALUE "S".
       01 WS-HIST-FIM-ARQUIVO          PIC X           VALUE "N".
           88 HIST-FIM-ARQUIVO                         VALUE "S".
       01 WS-PER-FIM-ARQUIVO           PIC X           VALUE "N".
           88 PER-FIM-ARQUIVO                          VALUE "S".
       01 WS-CONTA-FIM-ARQUIVO         PIC X           VALUE "N".
           88 CONTA-FIM-ARQUIVO                        VALUE "S".
       01 WS-CONTABIL-FIM-ARQUIVO      PIC X           VALUE "N".
           88 CONTABIL-FIM-ARQUIVO                     VALUE "S".

      *---- COMPETENCIA -----------------------------------------------*
       01 WS-COMPETENCIA-ALVO          PIC 9(6)        VALUE ZEROS.
       01 WS-COMPETENCIA-ALVO-R REDEFINES WS-COMPETENCIA-ALVO.
           05 WS-ALVO-ANO              PIC 9(4).
           05 WS-ALVO-MES              PIC 9(2).
       77 WS-COMPETENCIA-13            PIC 9(6)        VALUE ZEROS.
       77 WS-MESES-ALVO                PIC 9(6)        VALUE ZERO.
       01 WS-COMPETENCIA-BASE          PIC 9(6)        VALUE ZEROS.
       01 WS-COMPETENCIA-BASE-R REDEFINES WS-COMPETENCIA-BASE.
           05 WS-BASE-ANO              PIC 9(4).
           05 WS-BASE-MES              PIC 9(2).
       01 WS-DATA-AUX                  PIC 9(8)        VALUE ZEROS.
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05 WS-AUX-ANO               PIC 9(4).
           05 WS-AUX-MES               PIC 9(2).
           05 WS-AUX-DIA               PIC 9(2).

      *---- PARAMETROS DO CALCULO -------------------------------------*
       77 CONST-HORAS-MES              PIC 9(3)        VALUE 220.
       77 CONST-DIAS-MES               PIC 9(2)        VALUE 30.
      *    MES COM 15 DIAS OU MAIS DE SERVICO CONTA UM AVO: INICIO
      *    ATE O DIA 16 (BASE 30).
       77 CONST-DIA-LIMITE-AVO         PIC 9(2)        VALUE 16.
       77 CONST-PERCENTUAL-INSS-PATRONAL PIC 9V9(3)    VALUE 0,200.
       77 CONST-PERCENTUAL-RAT-TERCEIROS PIC 9V9(3)    VALUE 0,058.
       77 CONST-PERCENTUAL-FGTS        PIC 9V9(3)      VALUE 0,080.

      *---- CALCULO DO EMPREGADO --------------------------------------*
       77 WS-SALARIO-CONTRATUAL        PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-DIAS-FERIAS               PIC 9(4)V9(4)   VALUE ZERO.
       77 WS-AVOS                      PIC 9(3)        VALUE ZERO.
       77 WS-MESES-INICIO              PIC 9(6)        VALUE ZERO.
       77 WS-PAGO-FERIAS               PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-PAGO-13-ANO               PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-PAGO-13-ANTERIOR          PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-BASE-ENCARGOS-ALVO        PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-BASE-ENCARGOS-BAIXA       PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-SALDO-APOS-BAIXA          PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-VALOR-AUX                 PIC S9(7)V9(2)  VALUE ZERO.
       01 WS-TEM-RESCISAO              PIC X           VALUE "N".
           88 TEM-RESCISAO                             VALUE "S".
       01 WS-PROV-EXISTE               PIC X           VALUE "N".
           88 PROV-EXISTE                              VALUE "S".
       01 WS-REPROCESSAMENTO           PIC X           VALUE "N".
           88 REPROCESSAMENTO                          VALUE "S".

      *    ITENS DA PROVISAO: 1 FERIAS + 1/3, 2 13O SALARIO,
      *    3 INSS PATRONAL, 4 RAT/TERCEIROS, 5 FGTS.
       77 CONST-QTD-ITENS              PIC 9           VALUE 5.
       77 WS-IDX-ITEM                  PIC 9           VALUE ZERO.
       01 WS-TABELA-ITENS.
           05 WS-ITEM OCCURS 5 TIMES.
               10 WS-ITEM-ANTERIOR     PIC 9(7)V9(2).
               10 WS-ITEM-PAGO         PIC 9(7)V9(2).
               10 WS-ITEM-ALVO         PIC 9(7)V9(2).
               10 WS-ITEM-CONSTITUICAO PIC 9(7)V9(2).
               10 WS-ITEM-BAIXA        PIC 9(7)V9(2).
               10 WS-ITEM-ESTORNO      PIC 9(7)V9(2).

      *---- MOVIMENTO POR CENTRO DE CUSTO -----------------------------*
       77 CONST-MAX-CENTROS-CUSTO      PIC 9(2)        VALUE 20.
       77 WS-QTD-CENTROS-CUSTO         PIC 9(2)        VALUE ZERO.
       77 WS-IDX-CC                    PIC 9(2)        VALUE ZERO.
       77 WS-IDX-CC-LOCALIZADO         PIC 9(2)        VALUE ZERO.
       01 WS-TABELA-CENTRO-CUSTO.
           05 WS-CC-ITEM OCCURS 20 TIMES.
               10 WS-CC-CODIGO         PIC X(4).
               10 WS-CC-CONSTITUICAO   PIC 9(9)V9(2) OCCURS 5 TIMES.
               10 WS-CC-BAIXA          PIC 9(9)V9(2) OCCURS 5 TIMES.
               10 WS-CC-ESTORNO        PIC 9(9)V9(2) OCCURS 5 TIMES.

      *---- TOTAIS GERAIS ---------------------------------------------*
       77 WS-QTD-EMPREGADOS            PIC 9(5)        VALUE ZERO.
       77 WS-QTD-LANCAMENTOS           PIC 9(4)        VALUE ZERO.
       01 WS-TOTAIS-GERAIS.
           05 WS-TOT-ANTERIOR          PIC 9(9)V9(2) OCCURS 5 TIMES.
           05 WS-TOT-CONSTITUICAO      PIC 9(9)V9(2) OCCURS 5 TIMES.
           05 WS-TOT-BAIXA             PIC 9(9)V9(2) OCCURS 5 TIMES.
           05 WS-TOT-ESTORNO           PIC 9(9)V9(2) OCCURS 5 TIMES.
           05 WS-TOT-SALDO             PIC 9(9)V9(2) OCCURS 5 TIMES.

      *---- MAPEAMENTO DE CONTAS (VERBA -> DEBITO / CREDITO) ----------*
      *    1 A 5: CONSTITUICAO DE CADA ITEM; 6 A 10: BAIXA PELO
      *    PAGAMENTO; 11 A 15: ESTORNO DE CONSTITUICAO.
       77 CONST-QTD-VERBAS             PIC 9(2)        VALUE 15.
       77 WS-IDX-VERBA                 PIC 9(2)        VALUE ZERO.
       77 WS-VALOR-LANCAMENTO          PIC 9(9)V9(2)   VALUE ZERO.
       01 WS-TABELA-CONTAS.
           05 WS-MAPA-VERBA OCCURS 15 TIMES.
               10 WS-MAPA-NOME         PIC X(8).
               10 WS-MAPA-DEBITO       PIC X(8).
               10 WS-MAPA-CREDITO      PIC X(8).
       01 WS-JA-LANCADO                PIC X           VALUE "N".
           88 JA-LANCADO                               VALUE "S".

      *---- LINHAS DO RELATORIO ---------------------------------------*
       01 WS-LIN-EMPREGADO.
           05 WS-LEM-PRONTUARIO        PIC X(8).
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LEM-NOME              PIC X(20).
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LEM-CENTRO-CUSTO      PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LEM-FERIAS            PIC Z.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LEM-13                PIC Z.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LEM-INSS              PIC Z.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LEM-RAT               PIC Z.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LEM-FGTS              PIC Z.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LEM-TOTAL             PIC ZZ.ZZZ.ZZ9,99.
       01 WS-LIN-RESUMO.
           05 WS-LRS-DESCRICAO         PIC X(14).
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LRS-ANTERIOR          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LRS-CONSTITUICAO      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LRS-BAIXA             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LRS-ESTORNO           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LRS-SALDO             PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-LIN-CENTRO.
           05 WS-LCC-CODIGO            PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LCC-VERBA             PIC X(8).
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LCC-DEBITO            PIC X(8).
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LCC-CREDITO           PIC X(8).
           05 FILLER                   PIC X(1)        VALUE SPACE.
           05 WS-LCC-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-DESCRICAO-ITEM            PIC X(14)       VALUE SPACES.

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
       INICIO-PROVISAO.

           DISPLAY "---- PROVISOES DE FERIAS E 13O SALARIO (TP04) ---".
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA-ALVO.

           IF WS-ALVO-MES < 1 OR WS-ALVO-MES > 12
               DISPLAY "COMPETENCIA INVALIDA: " WS-COMPETENCIA-ALVO
               STOP RUN
           END-IF.

      *    A PROVISAO PARTE DA FOLHA DO MES: COMPETENCIA AINDA ABERTA
      *    NAO TEM O QUE PROVISIONAR.
           MOVE WS-COMPETENCIA-ALVO TO WS-CTL-COMPETENCIA.
           PERFORM CONSULTAR-CALENDARIO.
           IF CTL-SIT-ABERTA
               DISPLAY "COMPETENCIA " WS-COMPETENCIA-ALVO
                   " AINDA ABERTA NO CALENDARIO - FOLHA NAO"
                   " CALCULADA. PROVISAO RECUSADA."
               STOP RUN
           END-IF.

           COMPUTE WS-COMPETENCIA-13 = WS-ALVO-ANO * 100 + 13.
           COMPUTE WS-MESES-ALVO = WS-ALVO-ANO * 12 + WS-ALVO-MES.

           PERFORM CARREGAR-CONTAS.
           PERFORM VERIFICAR-LANCAMENTOS-ANTERIORES.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM IMPRIMIR-CABECALHO.

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
                       PERFORM PROCESSAR-EMPREGADO-PROV
               END-READ
           END-PERFORM.

           CLOSE CAD-FICHA-FILE.
           CLOSE HIST-FICHA-FILE.
           CLOSE PER-FICHA-FILE.
           CLOSE PROV-FICHA-FILE.

           PERFORM IMPRIMIR-RESUMO.

           IF JA-LANCADO
               DISPLAY "AVISO: PROVISOES DA COMPETENCIA "
                   WS-COMPETENCIA-ALVO
                   " JA CONSTAM DO CONTABIL.DAT - NADA ACRESCENTADO."
               DISPLAY "  PARA LANCAR DE NOVO, REGERE O CONTABIL.DAT"
                   " PELO TP04CTBL E RODE ESTE PROGRAMA EM SEGUIDA."
           ELSE
               PERFORM GRAVAR-CONTABIL
           END-IF.

           CLOSE RELPROV-FILE.

           DISPLAY "PROVISOES DA COMPETENCIA " WS-COMPETENCIA-ALVO
               " CALCULADAS PARA " WS-QTD-EMPREGADOS
               " EMPREGADO(S).".
           DISPLAY "  LANCAMENTOS ACRESCENTADOS AO CONTABIL.DAT: "
               WS-QTD-LANCAMENTOS.
           DISPLAY "  POSICAO POR EMPREGADO EM PROVISOES.DAT.".

           STOP RUN.
      *--------------------------------------------------------------*
       ABRIR-ARQUIVOS.

           OPEN INPUT CAD-FICHA-FILE.
           IF WS-CAD-FILE-STATUS NOT = "00"
               DISPLAY "CADASTRO.DAT INDISPONIVEL. STATUS: "
                   WS-CAD-FILE-STATUS
               STOP RUN
           END-IF.

      *    SEM O HISTORICO NAO HA COMO BAIXAR O QUE FOI PAGO, E SEM
      *    OS PERIODOS AQUISITIVOS A PROVISAO DE FERIAS SAIRIA
      *    ZERADA - NOS DOIS CASOS NAO SE CALCULA NADA.
           OPEN INPUT HIST-FICHA-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "HISTIDX.DAT INDISPONIVEL. STATUS: "
                   WS-HIST-FILE-STATUS
               CLOSE CAD-FICHA-FILE
               STOP RUN
           END-IF.

           OPEN INPUT PER-FICHA-FILE.
           IF WS-PER-FILE-STATUS NOT = "00"
               DISPLAY "PERIODOS.DAT INDISPONIVEL. STATUS: "
                   WS-PER-FILE-STATUS
               DISPLAY "EXECUTE O TP04PAQU ANTES DAS PROVISOES."
               CLOSE CAD-FICHA-FILE
               CLOSE HIST-FICHA-FILE
               STOP RUN
           END-IF.

           OPEN I-O PROV-FICHA-FILE.
           IF WS-PROV-FILE-STATUS = "35"
               OPEN OUTPUT PROV-FICHA-FILE
               CLOSE PROV-FICHA-FILE
               OPEN I-O PROV-FICHA-FILE
           END-IF.
           IF WS-PROV-FILE-STATUS NOT = "00"
               DISPLAY "PROVISAO.DAT INDISPONIVEL. STATUS: "
                   WS-PROV-FILE-STATUS
               CLOSE CAD-FICHA-FILE
               CLOSE HIST-FICHA-FILE
               CLOSE PER-FICHA-FILE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELPROV-FILE.
      *--------------------------------------------------------------*
       PROCESSAR-EMPREGADO-PROV.

      *    ADMITIDO DEPOIS DA COMPETENCIA: NADA A PROVISIONAR.
           MOVE CAD-DATA-ADMISSAO TO WS-DATA-AUX.
           IF WS-AUX-ANO * 100 + WS-AUX-MES > WS-COMPETENCIA-ALVO
               EXIT PARAGRAPH
           END-IF.

           MOVE CAD-PRONTUARIO TO PROV-PRONTUARIO.
           READ PROV-FICHA-FILE.
           IF WS-PROV-FILE-STATUS = "00"
               MOVE "S" TO WS-PROV-EXISTE
           ELSE
               MOVE "N" TO WS-PROV-EXISTE
               MOVE CAD-PRONTUARIO TO PROV-PRONTUARIO
               MOVE ZEROS TO PROV-ATUAL
               MOVE ZEROS TO PROV-ANTERIOR
           END-IF.

      *    DESLIGADO SEM SALDO A BAIXAR: FORA DA PROVISAO.
           IF CAD-STATUS NOT = "A" AND NOT PROV-EXISTE
               EXIT PARAGRAPH
           END-IF.

           IF PROV-COMPETENCIA > WS-COMPETENCIA-ALVO
               DISPLAY "PRONTUARIO: " CAD-PRONTUARIO
                   "  PROVISAO JA CALCULADA ATE " PROV-COMPETENCIA
                   " - COMPETENCIA ANTERIOR NAO REPROCESSADA."
               EXIT PARAGRAPH
           END-IF.

      *    REPROCESSAMENTO: PARTE DO SALDO GUARDADO ANTES DA PRIMEIRA
      *    EXECUCAO DESTA COMPETENCIA.
           IF PROV-EXISTE AND PROV-COMPETENCIA = WS-COMPETENCIA-ALVO
               MOVE "S" TO WS-REPROCESSAMENTO
               MOVE PROV-ANT-COMPETENCIA  TO WS-COMPETENCIA-BASE
               MOVE PROV-ANT-SALDO-FERIAS TO WS-ITEM-ANTERIOR(1)
               MOVE PROV-ANT-SALDO-13     TO WS-ITEM-ANTERIOR(2)
               MOVE PROV-ANT-SALDO-INSS   TO WS-ITEM-ANTERIOR(3)
               MOVE PROV-ANT-SALDO-RAT    TO WS-ITEM-ANTERIOR(4)
               MOVE PROV-ANT-SALDO-FGTS   TO WS-ITEM-ANTERIOR(5)
               MOVE PROV-ANT-13-PAGO      TO WS-PAGO-13-ANTERIOR
           ELSE
               MOVE "N" TO WS-REPROCESSAMENTO
               MOVE PROV-COMPETENCIA      TO WS-COMPETENCIA-BASE
               MOVE PROV-SALDO-FERIAS     TO WS-ITEM-ANTERIOR(1)
               MOVE PROV-SALDO-13         TO WS-ITEM-ANTERIOR(2)
               MOVE PROV-SALDO-INSS       TO WS-ITEM-ANTERIOR(3)
               MOVE PROV-SALDO-RAT        TO WS-ITEM-ANTERIOR(4)
               MOVE PROV-SALDO-FGTS       TO WS-ITEM-ANTERIOR(5)
               MOVE PROV-13-PAGO          TO WS-PAGO-13-ANTERIOR
           END-IF.

      *    O 13O PAGO E ACUMULADO DENTRO DO ANO: NA VIRADA, O QUE
      *    FOI PAGO NO ANO ANTERIOR JA ESTA BAIXADO.
           IF WS-BASE-ANO NOT = WS-ALVO-ANO
               MOVE ZERO TO WS-PAGO-13-ANTERIOR
           END-IF.

      *    DESLIGADO COM A PROVISAO JA TODA BAIXADA.
           IF CAD-STATUS NOT = "A"
              AND WS-ITEM-ANTERIOR(1) = ZERO
              AND WS-ITEM-ANTERIOR(2) = ZERO
              AND WS-ITEM-ANTERIOR(3) = ZERO
              AND WS-ITEM-ANTERIOR(4) = ZERO
              AND WS-ITEM-ANTERIOR(5) = ZERO
               EXIT PARAGRAPH
           END-IF.

           PERFORM APURAR-PAGAMENTOS.

           IF CAD-STATUS = "A"
               COMPUTE WS-SALARIO-CONTRATUAL ROUNDED =
                   CAD-VALOR-HORA * CONST-HORAS-MES
               PERFORM CALCULAR-SALDO-FERIAS
               PERFORM CALCULAR-SALDO-13
           ELSE
               MOVE ZERO TO WS-ITEM-ALVO(1)
               MOVE ZERO TO WS-ITEM-ALVO(2)
           END-IF.

      *    PAGAMENTOS DA COMPETENCIA. NA RESCISAO AS FERIAS E O 13O
      *    PROPORCIONAIS SAO QUITADOS NO TERMO: BAIXA O SALDO TODO.
           IF TEM-RESCISAO
               MOVE WS-ITEM-ANTERIOR(1) TO WS-ITEM-PAGO(1)
               MOVE WS-ITEM-ANTERIOR(2) TO WS-ITEM-PAGO(2)
           ELSE
               MOVE WS-PAGO-FERIAS TO WS-ITEM-PAGO(1)
               IF WS-PAGO-13-ANO > WS-PAGO-13-ANTERIOR
                   COMPUTE WS-ITEM-PAGO(2) =
                       WS-PAGO-13-ANO - WS-PAGO-13-ANTERIOR
               ELSE
                   MOVE ZERO TO WS-ITEM-PAGO(2)
               END-IF
           END-IF.

           PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM > 2
               PERFORM MOVIMENTAR-ITEM
           END-PERFORM.

      *    ENCARGOS: MESMAS ALIQUOTAS DO TP04CTBL, SOBRE O SALDO
      *    (ALVO) E SOBRE O QUE FOI BAIXADO DAS DUAS PROVISOES.
           COMPUTE WS-BASE-ENCARGOS-ALVO =
               WS-ITEM-ALVO(1) + WS-ITEM-ALVO(2).
           COMPUTE WS-BASE-ENCARGOS-BAIXA =
               WS-ITEM-PAGO(1) + WS-ITEM-PAGO(2).

           COMPUTE WS-ITEM-ALVO(3) ROUNDED =
               WS-BASE-ENCARGOS-ALVO * CONST-PERCENTUAL-INSS-PATRONAL.
           COMPUTE WS-ITEM-PAGO(3) ROUNDED =
               WS-BASE-ENCARGOS-BAIXA * CONST-PERCENTUAL-INSS-PATRONAL.
           COMPUTE WS-ITEM-ALVO(4) ROUNDED =
               WS-BASE-ENCARGOS-ALVO * CONST-PERCENTUAL-RAT-TERCEIROS.
           COMPUTE WS-ITEM-PAGO(4) ROUNDED =
               WS-BASE-ENCARGOS-BAIXA * CONST-PERCENTUAL-RAT-TERCEIROS.
           COMPUTE WS-ITEM-ALVO(5) ROUNDED =
               WS-BASE-ENCARGOS-ALVO * CONST-PERCENTUAL-FGTS.
           COMPUTE WS-ITEM-PAGO(5) ROUNDED =
               WS-BASE-ENCARGOS-BAIXA * CONST-PERCENTUAL-FGTS.

           PERFORM VARYING WS-IDX-ITEM FROM 3 BY 1
                   UNTIL WS-IDX-ITEM > CONST-QTD-ITENS
               PERFORM MOVIMENTAR-ITEM
           END-PERFORM.

           PERFORM ATUALIZAR-PROVISAO.
           IF WS-PROV-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM ACUMULAR-CENTRO-CUSTO.
           PERFORM IMPRIMIR-EMPREGADO.

           ADD 1 TO WS-QTD-EMPREGADOS.
      *--------------------------------------------------------------*
       MOVIMENTAR-ITEM.

      *    A BAIXA PELO PAGAMENTO NAO PASSA DO SALDO PROVISIONADO.
      *    SE O NOVO SALDO FICAR ABAIXO DO QUE SOBROU, A DIFERENCA
      *    NAO FOI PAGA A NINGUEM: E ESTORNO DA CONSTITUICAO, NAO
      *    BAIXA. SE FICAR ACIMA, CONSTITUICAO.
           IF WS-ITEM-PAGO(WS-IDX-ITEM) > WS-ITEM-ANTERIOR(WS-IDX-ITEM)
               MOVE WS-ITEM-ANTERIOR(WS-IDX-ITEM)
                   TO WS-ITEM-BAIXA(WS-IDX-ITEM)
           ELSE
               MOVE WS-ITEM-PAGO(WS-IDX-ITEM)
                   TO WS-ITEM-BAIXA(WS-IDX-ITEM)
           END-IF.
           MOVE ZERO TO WS-ITEM-CONSTITUICAO(WS-IDX-ITEM).
           MOVE ZERO TO WS-ITEM-ESTORNO(WS-IDX-ITEM).

           COMPUTE WS-SALDO-APOS-BAIXA =
               WS-ITEM-ANTERIOR(WS-IDX-ITEM)
               - WS-ITEM-BAIXA(WS-IDX-ITEM).

           COMPUTE WS-VALOR-AUX =
               WS-ITEM-ALVO(WS-IDX-ITEM) - WS-SALDO-APOS-BAIXA.
           IF WS-VALOR-AUX > ZERO
               MOVE WS-VALOR-AUX TO WS-ITEM-CONSTITUICAO(WS-IDX-ITEM)
           ELSE
               SUBTRACT WS-VALOR-AUX FROM WS-ITEM-ESTORNO(WS-IDX-ITEM)
           END-IF.
      *--------------------------------------------------------------*
       APURAR-PAGAMENTOS.

      *    FERIAS PAGAS NA COMPETENCIA, 13O PAGO NO ANO E RESCISAO
      *    NA COMPETENCIA, LIDOS SO NOS REGISTROS DO PRONTUARIO.
           MOVE ZERO TO WS-PAGO-FERIAS.
           MOVE ZERO TO WS-PAGO-13-ANO.
           MOVE "N"  TO WS-TEM-RESCISAO.
           MOVE "N"  TO WS-HIST-FIM-ARQUIVO.

           MOVE CAD-PRONTUARIO TO HIST-PRONTUARIO.
           MOVE ZEROS          TO HIST-COMPETENCIA.
           MOVE SPACE          TO HIST-TIPO-REGISTRO.
           MOVE ZEROS          TO HIST-SEQUENCIA.
           START HIST-FICHA-FILE KEY >= HIST-CHAVE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               MOVE "S" TO WS-HIST-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL HIST-FIM-ARQUIVO
               READ HIST-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-HIST-FIM-ARQUIVO
                   NOT AT END
                       IF HIST-PRONTUARIO NOT = CAD-PRONTUARIO
                           MOVE "S" TO WS-HIST-FIM-ARQUIVO
                       ELSE
                           PERFORM ACUMULAR-PAGAMENTO
                       END-IF
               END-READ
           END-PERFORM.
      *--------------------------------------------------------------*
       ACUMULAR-PAGAMENTO.

           EVALUATE TRUE
               WHEN HIST-TIPO-REGISTRO = "F"
                AND HIST-COMPETENCIA = WS-COMPETENCIA-ALVO
                   ADD HIST-SALARIO-BRUTO TO WS-PAGO-FERIAS
               WHEN HIST-TIPO-REGISTRO = "D"
                AND HIST-COMPETENCIA = WS-COMPETENCIA-13
                   ADD HIST-SALARIO-BRUTO TO WS-PAGO-13-ANO
               WHEN HIST-TIPO-REGISTRO = "R"
                AND HIST-COMPETENCIA = WS-COMPETENCIA-ALVO
                   MOVE "S" TO WS-TEM-RESCISAO
           END-EVALUATE.
      *--------------------------------------------------------------*
       CALCULAR-SALDO-FERIAS.

      *    DIAS A GOZAR DOS PERIODOS ADQUIRIDOS ("V") MAIS A FRACAO
      *    DO DIREITO JA ADQUIRIDA NO PERIODO EM AQUISICAO ("A").
           MOVE ZERO TO WS-DIAS-FERIAS.
           MOVE "N"  TO WS-PER-FIM-ARQUIVO.

           MOVE CAD-PRONTUARIO TO PER-PRONTUARIO.
           MOVE ZEROS          TO PER-NUMERO.
           START PER-FICHA-FILE KEY >= PER-CHAVE.
           IF WS-PER-FILE-STATUS NOT = "00"
               MOVE "S" TO WS-PER-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL PER-FIM-ARQUIVO
               READ PER-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-PER-FIM-ARQUIVO
                   NOT AT END
                       IF PER-PRONTUARIO NOT = CAD-PRONTUARIO
                           MOVE "S" TO WS-PER-FIM-ARQUIVO
                       ELSE
                           PERFORM ACUMULAR-PERIODO-PROV
                       END-IF
               END-READ
           END-PERFORM.

           COMPUTE WS-ITEM-ALVO(1) ROUNDED =
               WS-SALARIO-CONTRATUAL / CONST-DIAS-MES
               * WS-DIAS-FERIAS * 4 / 3.
      *--------------------------------------------------------------*
       ACUMULAR-PERIODO-PROV.

           EVALUATE PER-SITUACAO
               WHEN "V"
                   IF PER-DIAS-DIREITO > PER-DIAS-GOZADOS
                       COMPUTE WS-DIAS-FERIAS = WS-DIAS-FERIAS
                           + PER-DIAS-DIREITO - PER-DIAS-GOZADOS
                   END-IF
               WHEN "A"
                   MOVE PER-DATA-INICIO TO WS-DATA-AUX
                   COMPUTE WS-MESES-INICIO =
                       WS-AUX-ANO * 12 + WS-AUX-MES
                   IF WS-MESES-INICIO > WS-MESES-ALVO
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-AVOS = WS-MESES-ALVO - WS-MESES-INICIO
                   IF WS-AUX-DIA <= CONST-DIA-LIMITE-AVO
                       ADD 1 TO WS-AVOS
                   END-IF
                   IF WS-AVOS > 12
                       MOVE 12 TO WS-AVOS
                   END-IF
                   COMPUTE WS-DIAS-FERIAS = WS-DIAS-FERIAS
                       + PER-DIAS-DIREITO * WS-AVOS / 12
           END-EVALUATE.
      *--------------------------------------------------------------*
       CALCULAR-SALDO-13.

      *    AVOS DO ANO DA COMPETENCIA (DESDE JANEIRO OU DESDE A
      *    ADMISSAO) MENOS O 13O JA PAGO NO ANO.
           MOVE CAD-DATA-ADMISSAO TO WS-DATA-AUX.
           IF WS-AUX-ANO < WS-ALVO-ANO
               MOVE WS-ALVO-MES TO WS-AVOS
           ELSE
               COMPUTE WS-AVOS = WS-ALVO-MES - WS-AUX-MES
               IF WS-AUX-DIA <= CONST-DIA-LIMITE-AVO
                   ADD 1 TO WS-AVOS
               END-IF
           END-IF.

           COMPUTE WS-VALOR-AUX ROUNDED =
               WS-SALARIO-CONTRATUAL * WS-AVOS / 12 - WS-PAGO-13-ANO.
           IF WS-VALOR-AUX > ZERO
               MOVE WS-VALOR-AUX TO WS-ITEM-ALVO(2)
           ELSE
               MOVE ZERO TO WS-ITEM-ALVO(2)
           END-IF.
      *--------------------------------------------------------------*
       ATUALIZAR-PROVISAO.

           IF NOT REPROCESSAMENTO
               MOVE PROV-ATUAL TO PROV-ANTERIOR
           END-IF.

           MOVE CAD-CENTRO-CUSTO    TO PROV-CENTRO-CUSTO.
           MOVE WS-COMPETENCIA-ALVO TO PROV-COMPETENCIA.
           MOVE WS-ITEM-ALVO(1)     TO PROV-SALDO-FERIAS.
           MOVE WS-ITEM-ALVO(2)     TO PROV-SALDO-13.
           MOVE WS-ITEM-ALVO(3)     TO PROV-SALDO-INSS.
           MOVE WS-ITEM-ALVO(4)     TO PROV-SALDO-RAT.
           MOVE WS-ITEM-ALVO(5)     TO PROV-SALDO-FGTS.
           MOVE WS-PAGO-13-ANO      TO PROV-13-PAGO.

           IF PROV-EXISTE
               REWRITE PROV-REG
           ELSE
               WRITE PROV-REG
           END-IF.

           IF WS-PROV-FILE-STATUS NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM PROVISAO.DAT - STATUS: "
                   WS-PROV-FILE-STATUS
                   " PRONTUARIO: " CAD-PRONTUARIO
           END-IF.
      *--------------------------------------------------------------*
       ACUMULAR-CENTRO-CUSTO.

           MOVE ZERO TO WS-IDX-CC-LOCALIZADO.
           PERFORM VARYING WS-IDX-CC FROM 1 BY 1
                   UNTIL WS-IDX-CC > WS-QTD-CENTROS-CUSTO
               IF WS-CC-CODIGO(WS-IDX-CC) = CAD-CENTRO-CUSTO
                   MOVE WS-IDX-CC TO WS-IDX-CC-LOCALIZADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-IDX-CC-LOCALIZADO = ZERO
               IF WS-QTD-CENTROS-CUSTO < CONST-MAX-CENTROS-CUSTO
                   ADD 1 TO WS-QTD-CENTROS-CUSTO
                   MOVE WS-QTD-CENTROS-CUSTO
                       TO WS-IDX-CC-LOCALIZADO
                   MOVE CAD-CENTRO-CUSTO
                       TO WS-CC-CODIGO(WS-IDX-CC-LOCALIZADO)
                   PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                           UNTIL WS-IDX-ITEM > CONST-QTD-ITENS
                       MOVE ZERO TO WS-CC-CONSTITUICAO
                           (WS-IDX-CC-LOCALIZADO, WS-IDX-ITEM)
                       MOVE ZERO TO WS-CC-BAIXA
                           (WS-IDX-CC-LOCALIZADO, WS-IDX-ITEM)
                       MOVE ZERO TO WS-CC-ESTORNO
                           (WS-IDX-CC-LOCALIZADO, WS-IDX-ITEM)
                   END-PERFORM
               ELSE
                   DISPLAY "AVISO: LIMITE DE CENTROS DE CUSTO"
                       " EXCEDIDO - CENTRO " CAD-CENTRO-CUSTO
                       " FORA DO LANCAMENTO."
               END-IF
           END-IF.

           PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM > CONST-QTD-ITENS
               IF WS-IDX-CC-LOCALIZADO > ZERO
                   ADD WS-ITEM-CONSTITUICAO(WS-IDX-ITEM)
                       TO WS-CC-CONSTITUICAO
                           (WS-IDX-CC-LOCALIZADO, WS-IDX-ITEM)
                   ADD WS-ITEM-BAIXA(WS-IDX-ITEM)
                       TO WS-CC-BAIXA
                           (WS-IDX-CC-LOCALIZADO, WS-IDX-ITEM)
                   ADD WS-ITEM-ESTORNO(WS-IDX-ITEM)
                       TO WS-CC-ESTORNO
                           (WS-IDX-CC-LOCALIZADO, WS-IDX-ITEM)
               END-IF
               ADD WS-ITEM-ANTERIOR(WS-IDX-ITEM)
                   TO WS-TOT-ANTERIOR(WS-IDX-ITEM)
               ADD WS-ITEM-CONSTITUICAO(WS-IDX-ITEM)
                   TO WS-TOT-CONSTITUICAO(WS-IDX-ITEM)
               ADD WS-ITEM-BAIXA(WS-IDX-ITEM)
                   TO WS-TOT-BAIXA(WS-IDX-ITEM)
               ADD WS-ITEM-ESTORNO(WS-IDX-ITEM)
                   TO WS-TOT-ESTORNO(WS-IDX-ITEM)
               ADD WS-ITEM-ALVO(WS-IDX-ITEM)
                   TO WS-TOT-SALDO(WS-IDX-ITEM)
           END-PERFORM.
      *--------------------------------------------------------------*
       VERIFICAR-LANCAMENTOS-ANTERIORES.

      *    O CONTABIL.DAT E RECRIADO PELO TP04CTBL A CADA EXECUCAO;
      *    SE AS PROVISOES DA COMPETENCIA JA FORAM ACRESCENTADAS
      *    DEPOIS DISSO, NAO SE ACRESCENTA DE NOVO.
           MOVE "N" TO WS-JA-LANCADO.
           MOVE "N" TO WS-CONTABIL-FIM-ARQUIVO.

           OPEN INPUT CONTABIL-FILE.
           IF WS-CONTABIL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL CONTABIL-FIM-ARQUIVO OR JA-LANCADO
               READ CONTABIL-FILE
                   AT END
                       MOVE "S" TO WS-CONTABIL-FIM-ARQUIVO
                   NOT AT END
                       IF CTB-COMPETENCIA = WS-COMPETENCIA-ALVO
                           PERFORM CONFERIR-VERBA-PROVISAO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CONTABIL-FILE.
      *--------------------------------------------------------------*
       CONFERIR-VERBA-PROVISAO.

           PERFORM VARYING WS-IDX-VERBA FROM 1 BY 1
                   UNTIL WS-IDX-VERBA > CONST-QTD-VERBAS
               IF CTB-VERBA = WS-MAPA-NOME(WS-IDX-VERBA)
                   MOVE "S" TO WS-JA-LANCADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       GRAVAR-CONTABIL.

           OPEN EXTEND CONTABIL-FILE.
           IF WS-CONTABIL-FILE-STATUS NOT = "00"
               OPEN OUTPUT CONTABIL-FILE
           END-IF.

           MOVE SPACES TO RELPROV-LINHA.
           WRITE RELPROV-LINHA.
           MOVE "LANCAMENTOS POR CENTRO DE CUSTO (CONTABIL.DAT)"
               TO RELPROV-LINHA.
           WRITE RELPROV-LINHA.
           MOVE "CC   VERBA    DEBITO   CREDITO           VALOR"
               TO RELPROV-LINHA.
           WRITE RELPROV-LINHA.

           PERFORM VARYING WS-IDX-CC FROM 1 BY 1
                   UNTIL WS-IDX-CC > WS-QTD-CENTROS-CUSTO
               PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                       UNTIL WS-IDX-ITEM > CONST-QTD-ITENS
                   MOVE WS-CC-CONSTITUICAO(WS-IDX-CC, WS-IDX-ITEM)
                       TO WS-VALOR-LANCAMENTO
                   MOVE WS-IDX-ITEM TO WS-IDX-VERBA
                   PERFORM GRAVAR-LANCAMENTO
                   MOVE WS-CC-BAIXA(WS-IDX-CC, WS-IDX-ITEM)
                       TO WS-VALOR-LANCAMENTO
                   COMPUTE WS-IDX-VERBA =
                       WS-IDX-ITEM + CONST-QTD-ITENS
                   PERFORM GRAVAR-LANCAMENTO
                   MOVE WS-CC-ESTORNO(WS-IDX-CC, WS-IDX-ITEM)
                       TO WS-VALOR-LANCAMENTO
                   COMPUTE WS-IDX-VERBA =
                       WS-IDX-ITEM + CONST-QTD-ITENS + CONST-QTD-ITENS
                   PERFORM GRAVAR-LANCAMENTO
               END-PERFORM
           END-PERFORM.

           CLOSE CONTABIL-FILE.
      *--------------------------------------------------------------*
       GRAVAR-LANCAMENTO.

           IF WS-VALOR-LANCAMENTO = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COMPETENCIA-ALVO        TO CTB-COMPETENCIA.
           MOVE WS-CC-CODIGO(WS-IDX-CC)    TO CTB-CENTRO-CUSTO.
           MOVE WS-MAPA-NOME(WS-IDX-VERBA) TO CTB-VERBA.
           MOVE WS-MAPA-DEBITO(WS-IDX-VERBA)
               TO CTB-CONTA-DEBITO.
           MOVE WS-MAPA-CREDITO(WS-IDX-VERBA)
               TO CTB-CONTA-CREDITO.
           MOVE WS-VALOR-LANCAMENTO        TO CTB-VALOR.

           WRITE CONTABIL-REG.

           ADD 1 TO WS-QTD-LANCAMENTOS.

           MOVE CTB-CENTRO-CUSTO    TO WS-LCC-CODIGO.
           MOVE CTB-VERBA           TO WS-LCC-VERBA.
           MOVE CTB-CONTA-DEBITO    TO WS-LCC-DEBITO.
           MOVE CTB-CONTA-CREDITO   TO WS-LCC-CREDITO.
           MOVE CTB-VALOR           TO WS-LCC-VALOR.
           MOVE WS-LIN-CENTRO       TO RELPROV-LINHA.
           WRITE RELPROV-LINHA.
      *--------------------------------------------------------------*
       IMPRIMIR-CABECALHO.

           MOVE SPACES TO RELPROV-LINHA.
           STRING "POSICAO DAS PROVISOES DE FERIAS E 13O SALARIO"
               " - COMPETENCIA " WS-COMPETENCIA-ALVO
               DELIMITED BY SIZE INTO RELPROV-LINHA.
           WRITE RELPROV-LINHA.

           MOVE ALL "-" TO RELPROV-LINHA.
           WRITE RELPROV-LINHA.

           MOVE SPACES TO RELPROV-LINHA.
           STRING "PRONT.   NOME                 CC  "
               "  FERIAS+1/3      13O SAL.   INSS PATR."
               "          RAT         FGTS         TOTAL"
               DELIMITED BY SIZE INTO RELPROV-LINHA.
           WRITE RELPROV-LINHA.
      *--------------------------------------------------------------*
       IMPRIMIR-EMPREGADO.

           MOVE CAD-PRONTUARIO      TO WS-LEM-PRONTUARIO.
           MOVE CAD-NOME            TO WS-LEM-NOME.
           MOVE CAD-CENTRO-CUSTO    TO WS-LEM-CENTRO-CUSTO.
           MOVE WS-ITEM-ALVO(1)     TO WS-LEM-FERIAS.
           MOVE WS-ITEM-ALVO(2)     TO WS-LEM-13.
           MOVE WS-ITEM-ALVO(3)     TO WS-LEM-INSS.
           MOVE WS-ITEM-ALVO(4)     TO WS-LEM-RAT.
           MOVE WS-ITEM-ALVO(5)     TO WS-LEM-FGTS.
           COMPUTE WS-LEM-TOTAL = WS-ITEM-ALVO(1) + WS-ITEM-ALVO(2)
               + WS-ITEM-ALVO(3) + WS-ITEM-ALVO(4) + WS-ITEM-ALVO(5).
           MOVE WS-LIN-EMPREGADO    TO RELPROV-LINHA.
           WRITE RELPROV-LINHA.
      *--------------------------------------------------------------*
       IMPRIMIR-RESUMO.

           MOVE ALL "-" TO RELPROV-LINHA.
           WRITE RELPROV-LINHA.

           MOVE SPACES TO RELPROV-LINHA.
           STRING "MOVIMENTO DO MES         SALDO ANTERIOR"
               "   CONSTITUICAO         BAIXA        ESTORNO"
               "    SALDO ATUAL"
               DELIMITED BY SIZE INTO RELPROV-LINHA.
           WRITE RELPROV-LINHA.

           PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM > CONST-QTD-ITENS
               EVALUATE WS-IDX-ITEM
                   WHEN 1 MOVE "FERIAS + 1/3"   TO WS-DESCRICAO-ITEM
                   WHEN 2 MOVE "13O SALARIO"    TO WS-DESCRICAO-ITEM
                   WHEN 3 MOVE "INSS PATRONAL"  TO WS-DESCRICAO-ITEM
                   WHEN 4 MOVE "RAT/TERCEIROS"  TO WS-DESCRICAO-ITEM
                   WHEN 5 MOVE "FGTS"           TO WS-DESCRICAO-ITEM
               END-EVALUATE
               MOVE WS-DESCRICAO-ITEM TO WS-LRS-DESCRICAO
               MOVE WS-TOT-ANTERIOR(WS-IDX-ITEM) TO WS-LRS-ANTERIOR
               MOVE WS-TOT-CONSTITUICAO(WS-IDX-ITEM)
                   TO WS-LRS-CONSTITUICAO
               MOVE WS-TOT-BAIXA(WS-IDX-ITEM) TO WS-LRS-BAIXA
               MOVE WS-TOT-ESTORNO(WS-IDX-ITEM) TO WS-LRS-ESTORNO
               MOVE WS-TOT-SALDO(WS-IDX-ITEM) TO WS-LRS-SALDO
               MOVE WS-LIN-RESUMO TO RELPROV-LINHA
               WRITE RELPROV-LINHA
           END-PERFORM.

           MOVE SPACES TO RELPROV-LINHA.
           STRING "EMPREGADOS: " WS-QTD-EMPREGADOS
               DELIMITED BY SIZE INTO RELPROV-LINHA.
           WRITE RELPROV-LINHA.
      *--------------------------------------------------------------*
       CARREGAR-CONTAS.

           PERFORM CARREGAR-CONTAS-PADRAO.

           OPEN INPUT CONTA-FICHA-FILE.
           IF WS-CONTA-FILE-STATUS = "00"
               MOVE "N" TO WS-CONTA-FIM-ARQUIVO
               PERFORM UNTIL CONTA-FIM-ARQUIVO
                   READ CONTA-FICHA-FILE
                       AT END
                           MOVE "S" TO WS-CONTA-FIM-ARQUIVO
                       NOT AT END
                           PERFORM APLICAR-REGISTRO-CONTA
                   END-READ
               END-PERFORM
               CLOSE CONTA-FICHA-FILE
           END-IF.
      *--------------------------------------------------------------*
       APLICAR-REGISTRO-CONTA.

           PERFORM VARYING WS-IDX-VERBA FROM 1 BY 1
                   UNTIL WS-IDX-VERBA > CONST-QTD-VERBAS
               IF WS-MAPA-NOME(WS-IDX-VERBA) = CONTA-VERBA
                   MOVE CONTA-DEBITO
                       TO WS-MAPA-DEBITO(WS-IDX-VERBA)
                   MOVE CONTA-CREDITO
                       TO WS-MAPA-CREDITO(WS-IDX-VERBA)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       CARREGAR-CONTAS-PADRAO.

      *    CONSTITUICAO: DESPESA DO MES CONTRA A PROVISAO NO PASSIVO.
           MOVE "PRVFER"   TO WS-MAPA-NOME(1).
           MOVE "31020001" TO WS-MAPA-DEBITO(1).
           MOVE "21020001" TO WS-MAPA-CREDITO(1).

           MOVE "PRV13"    TO WS-MAPA-NOME(2).
           MOVE "31020002" TO WS-MAPA-DEBITO(2).
           MOVE "21020002" TO WS-MAPA-CREDITO(2).

           MOVE "PRVINSS"  TO WS-MAPA-NOME(3).
           MOVE "31020003" TO WS-MAPA-DEBITO(3).
           MOVE "21020003" TO WS-MAPA-CREDITO(3).

           MOVE "PRVRAT"   TO WS-MAPA-NOME(4).
           MOVE "31020004" TO WS-MAPA-DEBITO(4).
           MOVE "21020004" TO WS-MAPA-CREDITO(4).

           MOVE "PRVFGTS"  TO WS-MAPA-NOME(5).
           MOVE "31020005" TO WS-MAPA-DEBITO(5).
           MOVE "21020005" TO WS-MAPA-CREDITO(5).

      *    BAIXA: A PROVISAO QUITA O QUE FOI PAGO (SALARIOS E
      *    ENCARGOS A RECOLHER, MESMAS CONTAS DO TP04CTBL).
           MOVE "BXPFER"   TO WS-MAPA-NOME(6).
           MOVE "21020001" TO WS-MAPA-DEBITO(6).
           MOVE "21010001" TO WS-MAPA-CREDITO(6).

           MOVE "BXP13"    TO WS-MAPA-NOME(7).
           MOVE "21020002" TO WS-MAPA-DEBITO(7).
           MOVE "21010001" TO WS-MAPA-CREDITO(7).

           MOVE "BXPINSS"  TO WS-MAPA-NOME(8).
           MOVE "21020003" TO WS-MAPA-DEBITO(8).
           MOVE "21010002" TO WS-MAPA-CREDITO(8).

           MOVE "BXPRAT"   TO WS-MAPA-NOME(9).
           MOVE "21020004" TO WS-MAPA-DEBITO(9).
           MOVE "21010003" TO WS-MAPA-CREDITO(9).

           MOVE "BXPFGTS"  TO WS-MAPA-NOME(10).
           MOVE "21020005" TO WS-MAPA-DEBITO(10).
           MOVE "21010004" TO WS-MAPA-CREDITO(10).

      *    ESTORNO: PROVISAO CONSTITUIDA A MAIS VOLTA PARA A DESPESA
      *    (SALDO RECALCULADO MENOR SEM PAGAMENTO CORRESPONDENTE).
           MOVE "ESTFER"   TO WS-MAPA-NOME(11).
           MOVE "21020001" TO WS-MAPA-DEBITO(11).
           MOVE "31020001" TO WS-MAPA-CREDITO(11).

           MOVE "EST13"    TO WS-MAPA-NOME(12).
           MOVE "21020002" TO WS-MAPA-DEBITO(12).
           MOVE "31020002" TO WS-MAPA-CREDITO(12).

           MOVE "ESTINSS"  TO WS-MAPA-NOME(13).
           MOVE "21020003" TO WS-MAPA-DEBITO(13).
           MOVE "31020003" TO WS-MAPA-CREDITO(13).

           MOVE "ESTRAT"   TO WS-MAPA-NOME(14).
           MOVE "21020004" TO WS-MAPA-DEBITO(14).
           MOVE "31020004" TO WS-MAPA-CREDITO(14).

           MOVE "ESTFGTS"  TO WS-MAPA-NOME(15).
           MOVE "21020005" TO WS-MAPA-DEBITO(15).
           MOVE "31020005" TO WS-MAPA-CREDITO(15).
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
