               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-AUDIT-FILE-STATUS.

           SELECT PER-FICHA-FILE  ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS PER-CHAVE
               FILE STATUS        IS WS-PER-FILE-STATUS.

           SELECT PEN-FICHA-FILE  ASSIGN TO "PENSAO.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS PEN-CHAVE
               FILE STATUS        IS WS-PEN-FILE-STATUS.

           SELECT PMV-FICHA-FILE  ASSIGN TO "PENMOV.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS PMV-CHAVE
               FILE STATUS        IS WS-PMV-FILE-STATUS.

           SELECT CTL-FICHA-FILE  ASSIGN TO "COMPETEN.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CTL-COMPETENCIA
               FILE STATUS        IS WS-CTL-FILE-STATUS.

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
           05 AUDIT-TIPO-REGISTRO       PIC X(1).
           05 AUDIT-CENTRO-CUSTO        PIC X(4).

      *    PERIODOS AQUISITIVOS MANTIDOS PELO TP04PAQU.
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

      *    ORDENS JUDICIAIS DE PENSAO ALIMENTICIA (MANTIDAS PELO
      *    TP04PENS). BASE: B BRUTO, L LIQUIDO. FORMA: P PERCENTUAL,
      *    V VALOR FIXO. SITUACAO: A ATIVA, E ENCERRADA.
       FD  PEN-FICHA-FILE.
       01  PEN-REG.
           05 PEN-CHAVE.
               10 PEN-PRONTUARIO        PIC X(8).
               10 PEN-ORDEM             PIC 9(2).
           05 PEN-PROCESSO              PIC X(20).
           05 PEN-NOME-BENEFICIARIO     PIC X(20).
           05 PEN-CPF-BENEFICIARIO      PIC X(11).
           05 PEN-BANCO                 PIC 9(3).
           05 PEN-AGENCIA               PIC 9(4).
           05 PEN-CONTA                 PIC 9(10).
           05 PEN-DIGITO-CONTA          PIC X(1).
           05 PEN-BASE-CALCULO          PIC X(1).
           05 PEN-FORMA                 PIC X(1).
           05 PEN-VALOR                 PIC 9(5)V9(2).
           05 PEN-INCIDE-MENSAL         PIC X(1).
           05 PEN-INCIDE-13             PIC X(1).
           05 PEN-INCIDE-FERIAS         PIC X(1).
           05 PEN-INCIDE-RESCISAO       PIC X(1).
           05 PEN-COMPETENCIA-INICIO    PIC 9(6).
           05 PEN-SITUACAO              PIC X(1).

      *    PENSAO DESCONTADA POR COMPETENCIA, BASE DO CREDITO AOS
      *    BENEFICIARIOS NA REMESSA (TP04BANC). TIPO E SEQUENCIA SAO
      *    OS DO REGISTRO GRAVADO EM HISTIDX.DAT.
       FD  PMV-FICHA-FILE.
       01  PMV-REG.
           05 PMV-CHAVE.
               10 PMV-COMPETENCIA       PIC 9(6).
               10 PMV-PRONTUARIO        PIC X(8).
               10 PMV-TIPO              PIC X(1).
               10 PMV-SEQUENCIA         PIC 9(2).
               10 PMV-ORDEM             PIC 9(2).
           05 PMV-NOME-BENEFICIARIO     PIC X(20).
           05 PMV-CPF-BENEFICIARIO      PIC X(11).
           05 PMV-BANCO                 PIC 9(3).
           05 PMV-AGENCIA               PIC 9(4).
           05 PMV-CONTA                 PIC 9(10).
           05 PMV-DIGITO-CONTA          PIC X(1).
           05 PMV-BASE-CALCULO          PIC 9(7)V9(2).
           05 PMV-VALOR-DESCONTADO      PIC 9(5)V9(2).
           05 PMV-CENTRO-CUSTO          PIC X(4).

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
       77 WS-DEP-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-HOLERITE-FILE-STATUS      PIC X(2)        VALUE SPACES.
       77 WS-AUDIT-FILE-STATUS         PIC X(2)        VALUE SPACES.
       77 WS-PER-FILE-STATUS           PIC X(2)        VALUE SPACES.

      *---- ENTRADA DAS FERIAS ----------------------------------------*
       77 WS-PRONTUARIO-ALVO           PIC X(8)        VALUE SPACES.
           88 DEP-FIM-ARQUIVO                          VALUE "S".
       01 WS-TAXA-FIM-ARQUIVO          PIC X           VALUE "N".
           88 TAXA-FIM-ARQUIVO                         VALUE "S".
       01 WS-PER-FIM-ARQUIVO           PIC X           VALUE "N".
           88 PER-FIM-ARQUIVO                          VALUE "S".

      *---- PERIODO AQUISITIVO CONSUMIDO ------------------------------*
       77 WS-DIAS-CONSUMIDOS           PIC 9(2)        VALUE ZERO.
       77 WS-PERIODO-NUMERO            PIC 9(2)        VALUE ZERO.
       77 WS-PERIODO-INICIO            PIC 9(8)        VALUE ZEROS.
       77 WS-PERIODO-FIM               PIC 9(8)        VALUE ZEROS.
       77 WS-PERIODO-LIMITE            PIC 9(8)        VALUE ZEROS.
       77 WS-PERIODO-SALDO             PIC 9(2)        VALUE ZERO.
       01 WS-FLAG-PERIODO              PIC X           VALUE "N".
           88 PERIODO-LOCALIZADO                       VALUE "S".
       01 WS-FLAG-DOBRO                PIC X           VALUE "N".
           88 FERIAS-EM-DOBRO                          VALUE "S".
       01 WS-FLAG-HIST-GRAVADO         PIC X           VALUE "N".
           88 HIST-GRAVADO                             VALUE "S".

      *---- TABELA DE TAXAS (INSS / IRRF / DEPENDENTE) ----------------*
       77 CONST-QTD-FAIXAS-INSS        PIC 9           VALUE 4.
               10 WS-IRRF-PERCENTUAL   PIC 9V9(3).
               10 WS-IRRF-DEDUCAO      PIC 9(4)V9(2).

      *---- PENSAO ALIMENTICIA (ORDENS JUDICIAIS) ---------------------*
       77 WS-PEN-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-PMV-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 CONST-MAX-PENSOES            PIC 9(2)        VALUE 5.
       77 WS-QTD-PENSOES               PIC 9(2)        VALUE ZERO.
       77 WS-IDX-PEN                   PIC 9(2)        VALUE ZERO.
       77 WS-PEN-BASE-BRUTA            PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-PEN-BASE-LIQUIDA          PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-PEN-DISPONIVEL            PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-PEN-VALOR-CALCULADO       PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-PENSAO-FERIAS             PIC 9(5)V9(2)   VALUE ZERO.
       77 WS-DEDUCOES-FER              PIC 9(7)V9(2)   VALUE ZERO.
       01 WS-PEN-FIM-ARQUIVO           PIC X           VALUE "N".
           88 PEN-FIM-ARQUIVO                          VALUE "S".
       01 WS-TABELA-PENSOES.
           05 WS-PEN-ITEM OCCURS 5 TIMES.
               10 WS-PEN-ORDEM         PIC 9(2).
               10 WS-PEN-NOME          PIC X(20).
               10 WS-PEN-CPF           PIC X(11).
               10 WS-PEN-BANCO         PIC 9(3).
               10 WS-PEN-AGENCIA       PIC 9(4).
               10 WS-PEN-CONTA         PIC 9(10).
               10 WS-PEN-DIGITO-CONTA  PIC X(1).
               10 WS-PEN-BASE-CALCULO  PIC X(1).
               10 WS-PEN-FORMA         PIC X(1).
               10 WS-PEN-VALOR-ORDEM   PIC 9(5)V9(2).
               10 WS-PEN-BASE          PIC 9(7)V9(2).
               10 WS-PEN-DESCONTO      PIC 9(5)V9(2).

      *---- TRILHA DE AUDITORIA -----------------------------------*
       77 WS-AUDIT-OPERADOR            PIC X(20)       VALUE SPACES.
       77 CONST-VAR-AMBIENTE-USUARIO   PIC X(4)        VALUE "USER".

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

           COMPUTE WS-COMPETENCIA-FERIAS = INI-ANO * 100 + INI-MES.

      *    FERIAS SO ENTRAM EM COMPETENCIA AINDA NAO CONCILIADA.
           MOVE WS-COMPETENCIA-FERIAS TO WS-CTL-COMPETENCIA.
           PERFORM CONSULTAR-CALENDARIO.
           IF NOT CTL-PERMITE-HISTORICO
               DISPLAY "COMPETENCIA " WS-COMPETENCIA-FERIAS
                   " NA SITUACAO " WS-CTL-SITUACAO
                   " NO CALENDARIO - FERIAS NAO GERADAS."
               DISPLAY "REABRA A COMPETENCIA PELO TP04COMP."
               STOP RUN
           END-IF.

           OPEN INPUT CAD-FICHA-FILE.
           IF WS-CAD-FILE-STATUS NOT = "00"
               DISPLAY "CADASTRO.DAT INDISPONIVEL. STATUS: "
               STOP RUN
           END-IF.

      *    O GOZO E O ABONO SAEM DO PERIODO AQUISITIVO MAIS ANTIGO
      *    COM SALDO; PEDIDO ACIMA DO SALDO DESSE PERIODO E RECUSADO.
           MOVE WS-QTD-DIAS-GOZO TO WS-DIAS-CONSUMIDOS.
           IF ABONO-PECUNIARIO
               ADD CONST-DIAS-ABONO TO WS-DIAS-CONSUMIDOS
           END-IF.

           PERFORM LOCALIZAR-PERIODO-AQUISITIVO.
           IF NOT PERIODO-LOCALIZADO
               DISPLAY "PRONTUARIO: " WS-PRONTUARIO-ALVO
                   "  SEM PERIODO AQUISITIVO COM SALDO EM"
                   " PERIODOS.DAT - FERIAS NAO GERADAS."
               CLOSE CAD-FICHA-FILE
               STOP RUN
           END-IF.
           IF WS-DIAS-CONSUMIDOS > WS-PERIODO-SALDO
               DISPLAY "SALDO INSUFICIENTE NO PERIODO "
                   WS-PERIODO-INICIO " A " WS-PERIODO-FIM
                   ": " WS-PERIODO-SALDO " DIA(S), PEDIDO DE "
                   WS-DIAS-CONSUMIDOS " - FERIAS NAO GERADAS."
               CLOSE CAD-FICHA-FILE
               STOP RUN
           END-IF.

      *    GOZO INICIADO APOS O PRAZO DE CONCESSAO: PAGAMENTO EM
      *    DOBRO (ART. 137 CLT).
           IF WS-DATA-INICIO > WS-PERIODO-LIMITE
               MOVE "S" TO WS-FLAG-DOBRO
               DISPLAY "AVISO: CONCESSAO APOS " WS-PERIODO-LIMITE
                   " - FERIAS PAGAS EM DOBRO."
           END-IF.

           PERFORM CARREGAR-TAXAS.
           PERFORM CONTAR-DEPENDENTES-ARQUIVO.
           PERFORM CALCULAR-FERIAS.
                                  WS-AUDIT-OPERADOR.

           PERFORM GRAVAR-HISTORICO-FERIAS.
           IF HIST-GRAVADO
               PERFORM BAIXAR-SALDO-PERIODO
               PERFORM GRAVAR-MOVTO-PENSOES-FERIAS
           END-IF.
           PERFORM IMPRIMIR-HOLERITE-FERIAS.
           PERFORM GRAVAR-AUDITORIA-FERIAS.

      *    FERIAS GOZADAS + 1/3 CONSTITUCIONAL (BASE 30 DIAS).
           COMPUTE WS-VALOR-FERIAS ROUNDED =
               WS-SALARIO-MENSAL * WS-QTD-DIAS-GOZO / 30.
           IF FERIAS-EM-DOBRO
               COMPUTE WS-VALOR-FERIAS = WS-VALOR-FERIAS * 2
           END-IF.
           COMPUTE WS-TERCO-FERIAS ROUNDED = WS-VALOR-FERIAS / 3.

      *    ABONO PECUNIARIO: 10 DIAS VENDIDOS + 1/3, VERBA ISENTA
           COMPUTE WS-BASE-TRIBUTAVEL =
               WS-VALOR-FERIAS + WS-TERCO-FERIAS.

           COMPUTE WS-BRUTO-FERIAS = WS-BASE-TRIBUTAVEL
               + WS-VALOR-ABONO
               + WS-TERCO-ABONO.

      *    PENSAO ALIMENTICIA: BASE LIQUIDA APURADA COM O IRRF SEM A
      *    PENSAO; O IRRF E REFEITO DEDUZINDO A PENSAO DESCONTADA.
           MOVE ZERO TO WS-PENSAO-FERIAS.
           PERFORM CALCULAR-INSS-FERIAS.
           PERFORM CALCULAR-IRRF-FERIAS.

           PERFORM CARREGAR-PENSOES-FERIAS.
           IF WS-QTD-PENSOES > ZERO
               MOVE WS-BRUTO-FERIAS TO WS-PEN-BASE-BRUTA
               COMPUTE WS-PEN-BASE-LIQUIDA = WS-BRUTO-FERIAS
                   - WS-DESCONTO-INSS-FER
                   - WS-DESCONTO-IRRF-FER
               PERFORM CALCULAR-PENSOES-FERIAS
               IF WS-PENSAO-FERIAS > ZERO
                   PERFORM CALCULAR-IRRF-FERIAS
               END-IF
           END-IF.

           COMPUTE WS-LIQUIDO-FERIAS = WS-BRUTO-FERIAS
               - WS-DESCONTO-INSS-FER
               - WS-DESCONTO-IRRF-FER
               - WS-PENSAO-FERIAS.
      *--------------------------------------------------------------*
       CALCULAR-INSS-FERIAS.

      *--------------------------------------------------------------*
       CALCULAR-IRRF-FERIAS.

           COMPUTE WS-DEDUCOES-FER = WS-DESCONTO-INSS-FER
                   + WS-PENSAO-FERIAS
                   + (WS-QTD-DEPENTENDES * WS-DEDUCAO-DEPENDENTE).
           IF WS-DEDUCOES-FER >= WS-BASE-TRIBUTAVEL
               MOVE ZERO TO WS-REFERENCIA-FER
           ELSE
               COMPUTE WS-REFERENCIA-FER =
                   WS-BASE-TRIBUTAVEL - WS-DEDUCOES-FER
           END-IF.

           MOVE ZERO TO WS-PORC-IRRF.
           MOVE ZERO TO WS-DEDUCAO-IRRF.

           COMPUTE WS-DESCONTO-IRRF-FER =
               WS-REFERENCIA-FER * WS-PORC-IRRF - WS-DEDUCAO-IRRF.
      *--------------------------------------------------------------*
       CARREGAR-PENSOES-FERIAS.

      *    ORDENS ATIVAS, JA VIGENTES E QUE INCIDEM SOBRE A VERBA.
      *    SEM PENSAO.DAT NAO HA DESCONTO DE PENSAO.
           MOVE ZERO TO WS-QTD-PENSOES.
           MOVE "N"  TO WS-PEN-FIM-ARQUIVO.

           OPEN INPUT PEN-FICHA-FILE.
           IF WS-PEN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PRONTUARIO-ALVO TO PEN-PRONTUARIO.
           MOVE ZEROS TO PEN-ORDEM.
           START PEN-FICHA-FILE KEY >= PEN-CHAVE.
           IF WS-PEN-FILE-STATUS NOT = "00"
               MOVE "S" TO WS-PEN-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL PEN-FIM-ARQUIVO
               READ PEN-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-PEN-FIM-ARQUIVO
                   NOT AT END
                       IF PEN-PRONTUARIO NOT = WS-PRONTUARIO-ALVO
                           MOVE "S" TO WS-PEN-FIM-ARQUIVO
                       ELSE
                           IF PEN-SITUACAO = "A"
                              AND PEN-INCIDE-FERIAS = "S"
                              AND PEN-COMPETENCIA-INICIO
                                   <= WS-COMPETENCIA-FERIAS
                               PERFORM REGISTRAR-PENSAO-FERIAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PEN-FICHA-FILE.
      *--------------------------------------------------------------*
       REGISTRAR-PENSAO-FERIAS.

           IF WS-QTD-PENSOES >= CONST-MAX-PENSOES
               DISPLAY "AVISO: LIMITE DE " CONST-MAX-PENSOES
                   " ORDENS DE PENSAO EXCEDIDO - ORDEM " PEN-ORDEM
                   " IGNORADA."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-PENSOES.
           MOVE PEN-ORDEM       TO WS-PEN-ORDEM(WS-QTD-PENSOES).
           MOVE PEN-NOME-BENEFICIARIO
               TO WS-PEN-NOME(WS-QTD-PENSOES).
           MOVE PEN-CPF-BENEFICIARIO
               TO WS-PEN-CPF(WS-QTD-PENSOES).
           MOVE PEN-BANCO       TO WS-PEN-BANCO(WS-QTD-PENSOES).
           MOVE PEN-AGENCIA     TO WS-PEN-AGENCIA(WS-QTD-PENSOES).
           MOVE PEN-CONTA       TO WS-PEN-CONTA(WS-QTD-PENSOES).
           MOVE PEN-DIGITO-CONTA
               TO WS-PEN-DIGITO-CONTA(WS-QTD-PENSOES).
           MOVE PEN-BASE-CALCULO
               TO WS-PEN-BASE-CALCULO(WS-QTD-PENSOES).
           MOVE PEN-FORMA       TO WS-PEN-FORMA(WS-QTD-PENSOES).
           MOVE PEN-VALOR       TO WS-PEN-VALOR-ORDEM(WS-QTD-PENSOES).
           MOVE ZERO            TO WS-PEN-BASE(WS-QTD-PENSOES).
           MOVE ZERO            TO WS-PEN-DESCONTO(WS-QTD-PENSOES).
      *--------------------------------------------------------------*
       CALCULAR-PENSOES-FERIAS.

      *    CHAMADO COM AS BASES BRUTA E LIQUIDA JA APURADAS; A SOMA
      *    DAS PENSOES NAO PASSA DA BASE LIQUIDA.
           MOVE ZERO TO WS-PENSAO-FERIAS.
           MOVE WS-PEN-BASE-LIQUIDA TO WS-PEN-DISPONIVEL.

           PERFORM VARYING WS-IDX-PEN FROM 1 BY 1
                   UNTIL WS-IDX-PEN > WS-QTD-PENSOES
               PERFORM CALCULAR-UMA-PENSAO-FERIAS
           END-PERFORM.
      *--------------------------------------------------------------*
       CALCULAR-UMA-PENSAO-FERIAS.

           IF WS-PEN-BASE-CALCULO(WS-IDX-PEN) = "L"
               MOVE WS-PEN-BASE-LIQUIDA TO WS-PEN-BASE(WS-IDX-PEN)
           ELSE
               MOVE WS-PEN-BASE-BRUTA   TO WS-PEN-BASE(WS-IDX-PEN)
           END-IF.

           IF WS-PEN-FORMA(WS-IDX-PEN) = "P"
               COMPUTE WS-PEN-VALOR-CALCULADO ROUNDED =
                   WS-PEN-BASE(WS-IDX-PEN)
                   * WS-PEN-VALOR-ORDEM(WS-IDX-PEN) / 100
           ELSE
               MOVE WS-PEN-VALOR-ORDEM(WS-IDX-PEN)
                   TO WS-PEN-VALOR-CALCULADO
           END-IF.

           IF WS-PEN-VALOR-CALCULADO > WS-PEN-DISPONIVEL
               DISPLAY "AVISO: PENSAO DA ORDEM "
                   WS-PEN-ORDEM(WS-IDX-PEN)
                   " LIMITADA AO LIQUIDO DISPONIVEL."
               MOVE WS-PEN-DISPONIVEL TO WS-PEN-VALOR-CALCULADO
           END-IF.

           MOVE WS-PEN-VALOR-CALCULADO TO WS-PEN-DESCONTO(WS-IDX-PEN).
           SUBTRACT WS-PEN-VALOR-CALCULADO FROM WS-PEN-DISPONIVEL.
           ADD WS-PEN-VALOR-CALCULADO TO WS-PENSAO-FERIAS.
      *--------------------------------------------------------------*
       GRAVAR-MOVTO-PENSOES-FERIAS.

      *    UM REGISTRO POR ORDEM DESCONTADA, PARA O CREDITO AO
      *    BENEFICIARIO NA REMESSA.
           IF WS-PENSAO-FERIAS = ZERO
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O PMV-FICHA-FILE.
           IF WS-PMV-FILE-STATUS = "35"
               OPEN OUTPUT PMV-FICHA-FILE
               CLOSE PMV-FICHA-FILE
               OPEN I-O PMV-FICHA-FILE
           END-IF.
           IF WS-PMV-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PENMOV.DAT. STATUS: "
                   WS-PMV-FILE-STATUS
                   " - CREDITAR A PENSAO MANUALMENTE."
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-IDX-PEN FROM 1 BY 1
                   UNTIL WS-IDX-PEN > WS-QTD-PENSOES
               IF WS-PEN-DESCONTO(WS-IDX-PEN) > ZERO
                   PERFORM GRAVAR-UMA-PENSAO-FERIAS
               END-IF
           END-PERFORM.

           CLOSE PMV-FICHA-FILE.
      *--------------------------------------------------------------*
       GRAVAR-UMA-PENSAO-FERIAS.

           MOVE WS-COMPETENCIA-FERIAS TO PMV-COMPETENCIA.
           MOVE WS-PRONTUARIO-ALVO TO PMV-PRONTUARIO.
           MOVE "F" TO PMV-TIPO.
           MOVE 1 TO PMV-SEQUENCIA.
           MOVE WS-PEN-ORDEM(WS-IDX-PEN) TO PMV-ORDEM.
           MOVE WS-PEN-NOME(WS-IDX-PEN) TO PMV-NOME-BENEFICIARIO.
           MOVE WS-PEN-CPF(WS-IDX-PEN) TO PMV-CPF-BENEFICIARIO.
           MOVE WS-PEN-BANCO(WS-IDX-PEN) TO PMV-BANCO.
           MOVE WS-PEN-AGENCIA(WS-IDX-PEN) TO PMV-AGENCIA.
           MOVE WS-PEN-CONTA(WS-IDX-PEN) TO PMV-CONTA.
           MOVE WS-PEN-DIGITO-CONTA(WS-IDX-PEN) TO PMV-DIGITO-CONTA.
           MOVE WS-PEN-BASE(WS-IDX-PEN) TO PMV-BASE-CALCULO.
           MOVE WS-PEN-DESCONTO(WS-IDX-PEN) TO PMV-VALOR-DESCONTADO.
           MOVE CAD-CENTRO-CUSTO TO PMV-CENTRO-CUSTO.

           WRITE PMV-REG.
           IF WS-PMV-FILE-STATUS = "22"
               REWRITE PMV-REG
           END-IF.
           IF WS-PMV-FILE-STATUS NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM PENMOV.DAT - STATUS: "
                   WS-PMV-FILE-STATUS
                   " PRONTUARIO: " WS-PRONTUARIO-ALVO
           END-IF.
      *--------------------------------------------------------------*
       CONTAR-FERIAS-GRAVADAS.

               DISPLAY "ERRO DE GRAVACAO EM HISTIDX.DAT - STATUS: "
                   WS-HIST-FILE-STATUS
                   " PRONTUARIO: " WS-PRONTUARIO-ALVO
           ELSE
               MOVE "S" TO WS-FLAG-HIST-GRAVADO
           END-IF.

           CLOSE HIST-FICHA-FILE.
      *--------------------------------------------------------------*
       LOCALIZAR-PERIODO-AQUISITIVO.

      *    LEITURA POR CHAVE DOS PERIODOS DO EMPREGADO, DO MAIS
      *    ANTIGO PARA O MAIS RECENTE: VALE O PRIMEIRO ADQUIRIDO
      *    ("V") COM DIAS A GOZAR.

           MOVE "N" TO WS-FLAG-PERIODO.
           MOVE "N" TO WS-PER-FIM-ARQUIVO.

           OPEN INPUT PER-FICHA-FILE.
           IF WS-PER-FILE-STATUS NOT = "00"
               DISPLAY "PERIODOS.DAT INDISPONIVEL. STATUS: "
                   WS-PER-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PRONTUARIO-ALVO TO PER-PRONTUARIO.
           MOVE ZEROS              TO PER-NUMERO.
           START PER-FICHA-FILE KEY >= PER-CHAVE.
           IF WS-PER-FILE-STATUS NOT = "00"
               MOVE "S" TO WS-PER-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL PER-FIM-ARQUIVO
               READ PER-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-PER-FIM-ARQUIVO
                   NOT AT END
                       IF PER-PRONTUARIO NOT = WS-PRONTUARIO-ALVO
                           MOVE "S" TO WS-PER-FIM-ARQUIVO
                       ELSE
                           IF PER-SITUACAO = "V"
                              AND PER-DIAS-GOZADOS < PER-DIAS-DIREITO
                               MOVE "S" TO WS-FLAG-PERIODO
                               MOVE "S" TO WS-PER-FIM-ARQUIVO
                               MOVE PER-NUMERO TO WS-PERIODO-NUMERO
                               MOVE PER-DATA-INICIO
                                   TO WS-PERIODO-INICIO
                               MOVE PER-DATA-FIM TO WS-PERIODO-FIM
                               MOVE PER-DATA-LIMITE
                                   TO WS-PERIODO-LIMITE
                               COMPUTE WS-PERIODO-SALDO =
                                   PER-DIAS-DIREITO - PER-DIAS-GOZADOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PER-FICHA-FILE.
      *--------------------------------------------------------------*
       BAIXAR-SALDO-PERIODO.

           OPEN I-O PER-FICHA-FILE.
           IF WS-PER-FILE-STATUS NOT = "00"
               DISPLAY "PERIODOS.DAT INDISPONIVEL - SALDO DO PERIODO "
                   WS-PERIODO-INICIO " NAO BAIXADO. STATUS: "
                   WS-PER-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PRONTUARIO-ALVO TO PER-PRONTUARIO.
           MOVE WS-PERIODO-NUMERO  TO PER-NUMERO.
           READ PER-FICHA-FILE.
           IF WS-PER-FILE-STATUS = "00"
               ADD WS-DIAS-CONSUMIDOS TO PER-DIAS-GOZADOS
               IF PER-DIAS-GOZADOS >= PER-DIAS-DIREITO
                   MOVE "Q" TO PER-SITUACAO
               END-IF
               REWRITE PER-REG
           END-IF.
           IF WS-PER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO BAIXAR SALDO EM PERIODOS.DAT - STATUS: "
                   WS-PER-FILE-STATUS
                   " PRONTUARIO: " WS-PRONTUARIO-ALVO
           END-IF.

           SUBTRACT WS-DIAS-CONSUMIDOS FROM WS-PERIODO-SALDO.

           CLOSE PER-FICHA-FILE.
      *--------------------------------------------------------------*
       IMPRIMIR-HOLERITE-FERIAS.

               DELIMITED BY SIZE INTO HOLERITE-LINHA.
           WRITE HOLERITE-LINHA.

           MOVE SPACES TO HOLERITE-LINHA.
           STRING "PERIODO AQUISITIVO: " WS-PERIODO-INICIO
               " A " WS-PERIODO-FIM
               "   SALDO RESTANTE: " WS-PERIODO-SALDO " DIA(S)"
               DELIMITED BY SIZE INTO HOLERITE-LINHA.
           WRITE HOLERITE-LINHA.

           MOVE ALL "-" TO HOLERITE-LINHA.
           WRITE HOLERITE-LINHA.

           MOVE WS-VALOR-FERIAS TO WS-HOLERITE-VALOR.
           MOVE SPACES TO HOLERITE-LINHA.
           IF FERIAS-EM-DOBRO
               STRING "FERIAS GOZADAS EM DOBRO...: " WS-HOLERITE-VALOR
                   DELIMITED BY SIZE INTO HOLERITE-LINHA
           ELSE
               STRING "FERIAS GOZADAS............: " WS-HOLERITE-VALOR
                   DELIMITED BY SIZE INTO HOLERITE-LINHA
           END-IF.
           WRITE HOLERITE-LINHA.

           MOVE WS-TERCO-FERIAS TO WS-HOLERITE-VALOR.
               DELIMITED BY SIZE INTO HOLERITE-LINHA.
           WRITE HOLERITE-LINHA.

           PERFORM VARYING WS-IDX-PEN FROM 1 BY 1
                   UNTIL WS-IDX-PEN > WS-QTD-PENSOES
               IF WS-PEN-DESCONTO(WS-IDX-PEN) > ZERO
                   MOVE WS-PEN-DESCONTO(WS-IDX-PEN)
                       TO WS-HOLERITE-VALOR
                   MOVE SPACES TO HOLERITE-LINHA
                   STRING "(-) PENSAO ALIMENTICIA....: "
                       WS-HOLERITE-VALOR "  "
                       WS-PEN-NOME(WS-IDX-PEN)
                       DELIMITED BY SIZE INTO HOLERITE-LINHA
                   WRITE HOLERITE-LINHA
               END-IF
           END-PERFORM.

           MOVE ALL "-" TO HOLERITE-LINHA.
           WRITE HOLERITE-LINHA.

           MOVE WS-PRONTUARIO-ALVO     TO AUDIT-PRONTUARIO.
           MOVE CAD-VALOR-HORA         TO AUDIT-HORA-TRABALHADA.
           MOVE ZEROS                  TO AUDIT-QTD-HORAS.
           MOVE WS-PENSAO-FERIAS       TO AUDIT-PENSAO-DEPENTENDE.
           MOVE WS-QTD-DEPENTENDES     TO AUDIT-QTD-DEPENTENDES.
           MOVE WS-BRUTO-FERIAS        TO AUDIT-SALARIO-BRUTO.
           MOVE WS-DESCONTO-INSS-FER   TO AUDIT-DESCONTO-INSS.
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
