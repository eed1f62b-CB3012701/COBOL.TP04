               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-AUDIT-FILE-STATUS.

           SELECT PER-FICHA-FILE  ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS PER-CHAVE
               FILE STATUS        IS WS-PER-FILE-STATUS.

           SELECT CSG-FICHA-FILE  ASSIGN TO "CONSIGNADO.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CSG-CHAVE
               FILE STATUS        IS WS-CSG-FILE-STATUS.

           SELECT CMV-FICHA-FILE  ASSIGN TO "CONSMOV.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CMV-CHAVE
               FILE STATUS        IS WS-CMV-FILE-STATUS.

           SELECT CADLOG-FILE     ASSIGN TO "CADLOG.DAT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-CADLOG-FILE-STATUS.

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

      *    CONTRATOS DE EMPRESTIMO CONSIGNADO (MANTIDOS PELO
      *    TP04EMPR). SITUACAO: A ATIVO, Q QUITADO PELA FOLHA,
      *    C ENCERRADO, L LIQUIDADO NA RESCISAO, S SALDO
      *    REMANESCENTE APOS A RESCISAO.
       FD  CSG-FICHA-FILE.
       01  CSG-REG.
           05 CSG-CHAVE.
               10 CSG-PRONTUARIO        PIC X(8).
               10 CSG-CONTRATO          PIC X(12).
           05 CSG-BANCO                 PIC 9(3).
           05 CSG-VALOR-PARCELA         PIC 9(5)V9(2).
           05 CSG-QTD-PARCELAS          PIC 9(3).
           05 CSG-PARCELAS-PAGAS        PIC 9(3).
           05 CSG-COMPETENCIA-INICIO    PIC 9(6).
           05 CSG-SITUACAO              PIC X(1).

      *    MOVIMENTO DO CONSIGNADO POR COMPETENCIA, BASE DO EXTRATO
      *    AOS BANCOS. TIPO: M FOLHA MENSAL, R RESCISAO. SITUACAO:
      *    D DESCONTADA, N NAO DESCONTADA, R ABATIDA NA RESCISAO.
       FD  CMV-FICHA-FILE.
       01  CMV-REG.
           05 CMV-CHAVE.
               10 CMV-COMPETENCIA       PIC 9(6).
               10 CMV-PRONTUARIO        PIC X(8).
               10 CMV-CONTRATO          PIC X(12).
               10 CMV-TIPO              PIC X(1).
           05 CMV-BANCO                 PIC 9(3).
           05 CMV-NOME                  PIC X(20).
           05 CMV-NUMERO-PARCELA        PIC 9(3).
           05 CMV-QTD-PARCELAS          PIC 9(3).
           05 CMV-VALOR-PARCELA         PIC 9(7)V9(2).
           05 CMV-VALOR-DESCONTADO      PIC 9(5)V9(2).
           05 CMV-SITUACAO              PIC X(1).

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
       77 WS-TERMO-FILE-STATUS         PIC X(2)        VALUE SPACES.
       77 WS-AUDIT-FILE-STATUS         PIC X(2)        VALUE SPACES.
       77 WS-PER-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-CSG-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-CMV-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-CADLOG-FILE-STATUS        PIC X(2)        VALUE SPACES.

      *---- ENTRADA DA RESCISAO ---------------------------------------*
       77 WS-PRONTUARIO-ALVO           PIC X(8)        VALUE SPACES.
       77 WS-MESES-FERIAS              PIC 9(2)        VALUE ZERO.
       77 WS-MESES-13                  PIC 9(2)        VALUE ZERO.

      *---- FERIAS VENCIDAS (PERIODOS.DAT) ----------------------------*
       77 WS-FERIAS-VENCIDAS           PIC 9(5)V9(2)   VALUE ZERO.
       77 WS-FERIAS-DOBRO              PIC 9(5)V9(2)   VALUE ZERO.
       77 WS-TERCO-VENCIDAS            PIC 9(5)V9(2)   VALUE ZERO.
       77 WS-DIAS-VENCIDOS             PIC 9(3)        VALUE ZERO.
       77 WS-DIAS-DOBRO                PIC 9(3)        VALUE ZERO.
       77 WS-SALDO-PERIODO             PIC 9(2)        VALUE ZERO.

      *---- EMPRESTIMOS CONSIGNADOS EM ABERTO (CONSIGNADO.DAT) --------*
      *    O SALDO DEVEDOR E ABATIDO DAS VERBAS ATE 35% DO LIQUIDO
      *    DA RESCISAO; O QUE NAO COUBER FICA PARA COBRANCA DIRETA
      *    DO BANCO E E INFORMADO NO TERMO.
       77 CONST-PERCENTUAL-MARGEM      PIC 9V9(3)      VALUE 0,350.
       77 CONST-MAX-CONSIGNADOS        PIC 9(2)        VALUE 10.
       77 WS-QTD-CONSIGNADOS           PIC 9(2)        VALUE ZERO.
       77 WS-IDX-CSG                   PIC 9(2)        VALUE ZERO.
       77 WS-MARGEM-CONSIGNAVEL        PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-CONSIGNADO-RESCISAO       PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-SALDO-REMANESCENTE        PIC 9(7)V9(2)   VALUE ZERO.
       01 WS-TABELA-CONSIGNADOS.
           05 WS-CSG-ITEM OCCURS 10 TIMES.
               10 WS-CSG-CONTRATO      PIC X(12).
               10 WS-CSG-BANCO         PIC 9(3).
               10 WS-CSG-PARCELAS-PAGAS PIC 9(3).
               10 WS-CSG-QTD-PARCELAS  PIC 9(3).
               10 WS-CSG-SALDO         PIC 9(7)V9(2).
               10 WS-CSG-ABATIDO       PIC 9(7)V9(2).

      *---- PENSAO ALIMENTICIA (ORDENS JUDICIAIS) ---------------------*
      *    DESCONTADA ANTES DO ADIANTAMENTO E DOS CONSIGNADOS; A BASE
      *    NAO INCLUI A MULTA DO FGTS.
       77 WS-PEN-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-PMV-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 CONST-MAX-PENSOES            PIC 9(2)        VALUE 5.
       77 WS-QTD-PENSOES               PIC 9(2)        VALUE ZERO.
       77 WS-IDX-PEN                   PIC 9(2)        VALUE ZERO.
       77 WS-PEN-BASE-BRUTA            PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-PEN-BASE-LIQUIDA          PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-PEN-DISPONIVEL            PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-PEN-VALOR-CALCULADO       PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-PENSAO-RESCISAO           PIC 9(5)V9(2)   VALUE ZERO.
       77 WS-DEDUCOES-IRRF             PIC 9(7)V9(2)   VALUE ZERO.
       01 WS-PEN-FIM-ARQUIVO           PIC X           VALUE "N".
           88 PEN-FIM-ARQUIVO                          VALUE "S".
       01 WS-FLAG-HIST-GRAVADO         PIC X           VALUE "N".
           88 HIST-GRAVADO                             VALUE "S".
       01 WS-CMV-ABERTO                PIC X           VALUE "N".
           88 CMV-ABERTO                               VALUE "S".
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

      *---- DESCONTOS -------------------------------------------------*
       77 WS-INSS-SALDO                PIC 9(5)V9(2)   VALUE ZERO.
       77 WS-INSS-13-PROP              PIC 9(5)V9(2)   VALUE ZERO.
       77 WS-LIQUIDO-RESCISAO          PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-COMPETENCIA-RESCISAO      PIC 9(6)        VALUE ZEROS.

      *---- ADIANTAMENTO QUINZENAL DA COMPETENCIA DO DESLIGAMENTO ----*
      *    PAGO PELO TP04ADIA E AINDA NAO DESCONTADO EM FOLHA MENSAL.
       77 WS-ADIANTAMENTO-RESCISAO     PIC 9(7)V9(2)   VALUE ZERO.
       01 WS-MENSAL-NA-RESCISAO        PIC X           VALUE "N".
           88 MENSAL-NA-RESCISAO                       VALUE "S".

       77 CONST-PERCENTUAL-FGTS        PIC 9V9(3)      VALUE 0,080.
       77 CONST-PERCENTUAL-MULTA-FGTS  PIC 9V9(3)      VALUE 0,400.
       77 CONST-LIMITE-VALOR-HIST      PIC 9(5)V9(2)   VALUE 99999,99.
           88 DEP-FIM-ARQUIVO                          VALUE "S".
       01 WS-TAXA-FIM-ARQUIVO          PIC X           VALUE "N".
           88 TAXA-FIM-ARQUIVO                         VALUE "S".
       01 WS-PER-FIM-ARQUIVO           PIC X           VALUE "N".
           88 PER-FIM-ARQUIVO                          VALUE "S".
       01 WS-CSG-FIM-ARQUIVO           PIC X           VALUE "N".
           88 CSG-FIM-ARQUIVO                          VALUE "S".

      *---- TABELA DE TAXAS (INSS / IRRF / DEPENDENTE) ----------------*
       77 CONST-QTD-FAIXAS-INSS        PIC 9           VALUE 4.
      *---- TRILHA DE AUDITORIA -----------------------------------*
       77 WS-AUDIT-OPERADOR            PIC X(20)       VALUE SPACES.
       77 CONST-VAR-AMBIENTE-USUARIO   PIC X(4)        VALUE "USER".
       77 WS-CAD-ANTES                 PIC X(120)      VALUE SPACES.
       01 WS-AUDIT-DATA-HORA.
           05 WS-AUDIT-DATA            PIC 9(8)        VALUE ZEROS.
           05 WS-AUDIT-HORA            PIC 9(8)        VALUE ZEROS.

      *---- TERMO (IMPRESSAO) ------------------------------------------*
       01 WS-TERMO-VALOR               PIC ZZZ.ZZZ,ZZ.

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
           COMPUTE WS-COMPETENCIA-RESCISAO =
               DESL-ANO * 100 + DESL-MES.

      *    A RESCISAO GRAVA HISTORICO NA COMPETENCIA DO DESLIGAMENTO:
      *    SO COM A COMPETENCIA AINDA NAO CONCILIADA.
           MOVE WS-COMPETENCIA-RESCISAO TO WS-CTL-COMPETENCIA.
           PERFORM CONSULTAR-CALENDARIO.
           IF NOT CTL-PERMITE-HISTORICO
               DISPLAY "COMPETENCIA " WS-COMPETENCIA-RESCISAO
                   " NA SITUACAO " WS-CTL-SITUACAO
                   " NO CALENDARIO - RESCISAO NAO CALCULADA."
               DISPLAY "REABRA A COMPETENCIA PELO TP04COMP."
               CLOSE CAD-FICHA-FILE
               STOP RUN
           END-IF.

           PERFORM CARREGAR-TAXAS.
           PERFORM APURAR-HISTORICO.


           PERFORM CONTAR-DEPENDENTES-ARQUIVO.
           PERFORM CALCULAR-VERBAS.
           MOVE ZERO TO WS-PENSAO-RESCISAO.
           PERFORM CALCULAR-DESCONTOS.

           COMPUTE WS-TOTAL-VERBAS = WS-SALDO-SALARIO
               + WS-AVISO-PREVIO
               + WS-FERIAS-PROP
               + WS-TERCO-FERIAS
               + WS-FERIAS-VENCIDAS
               + WS-FERIAS-DOBRO
               + WS-TERCO-VENCIDAS
               + WS-DECIMO-PROP
               + WS-MULTA-FGTS.

           PERFORM APURAR-PENSOES-RESCISAO.

           COMPUTE WS-TOTAL-DESCONTOS = WS-INSS-SALDO
               + WS-INSS-13-PROP
               + WS-IRRF-RESCISAO
               + WS-IRRF-13-PROP
               + WS-PENSAO-RESCISAO.

           COMPUTE WS-LIQUIDO-RESCISAO =
               WS-TOTAL-VERBAS - WS-TOTAL-DESCONTOS.

      *    ADIANTAMENTO DA COMPETENCIA SEM FOLHA MENSAL CALCULADA:
      *    DESCONTADO AQUI, LIMITADO AO LIQUIDO DA RESCISAO.
           IF WS-ADIANTAMENTO-RESCISAO > WS-LIQUIDO-RESCISAO
               DISPLAY "AVISO: ADIANTAMENTO DE "
                   WS-ADIANTAMENTO-RESCISAO
                   " EXCEDE O LIQUIDO; DESCONTADO ATE "
                   WS-LIQUIDO-RESCISAO
               MOVE WS-LIQUIDO-RESCISAO TO WS-ADIANTAMENTO-RESCISAO
           END-IF.
           ADD WS-ADIANTAMENTO-RESCISAO TO WS-TOTAL-DESCONTOS.
           SUBTRACT WS-ADIANTAMENTO-RESCISAO FROM WS-LIQUIDO-RESCISAO.

           PERFORM APURAR-CONSIGNADOS-RESCISAO.
           ADD WS-CONSIGNADO-RESCISAO TO WS-TOTAL-DESCONTOS.
           SUBTRACT WS-CONSIGNADO-RESCISAO FROM WS-LIQUIDO-RESCISAO.

      *    OS CAMPOS DE VALOR DO HISTORICO E DA AUDITORIA COMPORTAM
      *    ATE 99.999,99; ACIMA DISSO A GRAVACAO TRUNCARIA E O
      *    LIQUIDO ERRADO SEGUIRIA PARA A REMESSA BANCARIA.

           PERFORM IMPRIMIR-TERMO.
           PERFORM GRAVAR-HISTORICO-RESCISAO.
      *    SEM O REGISTRO R NO HISTORICO NADA MAIS E BAIXADO: O
      *    EMPREGADO CONTINUA ATIVO, COM FERIAS E CONSIGNADOS ABERTOS.
           IF NOT HIST-GRAVADO
               DISPLAY "RESCISAO NAO GRAVADA NO HISTORICO - CADASTRO,"
                   " FERIAS E CONSIGNADOS NAO FORAM BAIXADOS."
               CLOSE CAD-FICHA-FILE
               STOP RUN
           END-IF.
           PERFORM GRAVAR-MOVTO-PENSOES-RESCISAO.
           PERFORM GRAVAR-AUDITORIA-RESCISAO.
           PERFORM BAIXAR-PERIODOS-RESCISAO.
           PERFORM BAIXAR-CONSIGNADOS-RESCISAO.

      *    O DESLIGAMENTO TAMBEM INATIVA O EMPREGADO NO CADASTRO.
           MOVE CAD-REG TO WS-CAD-ANTES.
           MOVE "D" TO CAD-STATUS.
           REWRITE CAD-REG.
           IF WS-CAD-FILE-STATUS = "00"
               PERFORM GRAVAR-LOG-CADASTRO
           ELSE
               DISPLAY "ERRO AO INATIVAR NO CADASTRO. STATUS: "
                   WS-CAD-FILE-STATUS
           END-IF.

           CLOSE CAD-FICHA-FILE.

           DISPLAY "TERMO GRAVADO EM TERMO.DAT.".

           STOP RUN.
      *--------------------------------------------------------------*
       GRAVAR-LOG-CADASTRO.

           OPEN EXTEND CADLOG-FILE.
           IF WS-CADLOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT CADLOG-FILE
           END-IF.
           IF WS-CADLOG-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADLOG.DAT. STATUS: "
                   WS-CADLOG-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.

           MOVE WS-AUDIT-DATA       TO CLOG-DATA.
           MOVE WS-AUDIT-HORA       TO CLOG-HORA.
           MOVE WS-AUDIT-OPERADOR   TO CLOG-OPERADOR.
           MOVE "TP04RESC"          TO CLOG-PROGRAMA.
           MOVE "D"                 TO CLOG-OPERACAO.
           MOVE CAD-PRONTUARIO      TO CLOG-PRONTUARIO.
           MOVE WS-CAD-ANTES        TO CLOG-CAD-ANTES.
           MOVE CAD-REG             TO CLOG-CAD-DEPOIS.
           WRITE CADLOG-REG.
           IF WS-CADLOG-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR CADLOG.DAT. STATUS: "
                   WS-CADLOG-FILE-STATUS
           END-IF.

           CLOSE CADLOG-FILE.
      *--------------------------------------------------------------*
       APURAR-HISTORICO.

           MOVE ZERO TO WS-SALARIO-BASE.
           MOVE ZERO TO WS-COMPETENCIA-BASE.
           MOVE ZERO TO WS-FGTS-ACUMULADO.
           MOVE ZERO TO WS-ADIANTAMENTO-RESCISAO.
           MOVE "N"  TO WS-MENSAL-NA-RESCISAO.
           MOVE "N"  TO WS-HIST-FIM-ARQUIVO.

      *    LEITURA POR CHAVE: SOMENTE OS REGISTROS DO PRONTUARIO
               END-PERFORM
               CLOSE HIST-FICHA-FILE
           END-IF.

      *    SE A FOLHA MENSAL DA COMPETENCIA JA FOI CALCULADA, O
      *    ADIANTAMENTO JA FOI DESCONTADO NELA.
           IF MENSAL-NA-RESCISAO
               MOVE ZERO TO WS-ADIANTAMENTO-RESCISAO
           END-IF.
      *--------------------------------------------------------------*
       ACUMULAR-REGISTRO-HISTORICO.

           IF HIST-COMPETENCIA = WS-COMPETENCIA-RESCISAO
               IF HIST-TIPO-REGISTRO = "A"
                   ADD HIST-SALARIO-LIQUIDO
                       TO WS-ADIANTAMENTO-RESCISAO
               END-IF
               IF HIST-TIPO-REGISTRO = "M"
                   MOVE "S" TO WS-MENSAL-NA-RESCISAO
               END-IF
           END-IF.

           IF HIST-TIPO-REGISTRO = "M"
               COMPUTE WS-COMP-ANO = HIST-COMPETENCIA / 100
               COMPUTE WS-COMP-MES = HIST-COMPETENCIA
               COMPUTE WS-TERCO-FERIAS ROUNDED = WS-FERIAS-PROP / 3
           END-IF.

      *    FERIAS VENCIDAS + 1/3: DEVIDAS EM QUALQUER TIPO DE
      *    RESCISAO.
           PERFORM APURAR-FERIAS-VENCIDAS.

      *    13O PROPORCIONAL DO ANO DO DESLIGAMENTO. NAO DEVIDO NA
      *    JUSTA CAUSA.
           IF NOT RESCISAO-JUSTA-CAUSA
               COMPUTE WS-MULTA-FGTS ROUNDED =
                   WS-FGTS-ACUMULADO * CONST-PERCENTUAL-MULTA-FGTS
           END-IF.
      *--------------------------------------------------------------*
       APURAR-FERIAS-VENCIDAS.

      *    PERIODOS AQUISITIVOS COMPLETOS ATE O DESLIGAMENTO E NAO
      *    GOZADOS POR INTEIRO. O SALDO DE PERIODO CUJO PRAZO DE
      *    CONCESSAO JA PASSOU E PAGO EM DOBRO (ART. 137 CLT). O
      *    PERIODO EM CURSO FICA NAS FERIAS PROPORCIONAIS.

           MOVE ZERO TO WS-DIAS-VENCIDOS.
           MOVE ZERO TO WS-DIAS-DOBRO.
           MOVE "N"  TO WS-PER-FIM-ARQUIVO.

           OPEN INPUT PER-FICHA-FILE.
           IF WS-PER-FILE-STATUS NOT = "00"
               DISPLAY "AVISO: PERIODOS.DAT INDISPONIVEL - FERIAS"
                   " VENCIDAS NAO APURADAS. STATUS: "
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
                           PERFORM ACUMULAR-PERIODO-VENCIDO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PER-FICHA-FILE.

           COMPUTE WS-FERIAS-VENCIDAS ROUNDED =
               WS-SALARIO-BASE * WS-DIAS-VENCIDOS / 30.
           COMPUTE WS-FERIAS-DOBRO ROUNDED =
               WS-SALARIO-BASE * WS-DIAS-DOBRO / 30 * 2.
           COMPUTE WS-TERCO-VENCIDAS ROUNDED =
               (WS-FERIAS-VENCIDAS + WS-FERIAS-DOBRO) / 3.
      *--------------------------------------------------------------*
       ACUMULAR-PERIODO-VENCIDO.

           IF (PER-SITUACAO = "V" OR PER-SITUACAO = "A")
              AND PER-DATA-FIM < WS-DATA-DESLIGAMENTO
              AND PER-DIAS-GOZADOS < PER-DIAS-DIREITO
               COMPUTE WS-SALDO-PERIODO =
                   PER-DIAS-DIREITO - PER-DIAS-GOZADOS
               IF PER-DATA-LIMITE < WS-DATA-DESLIGAMENTO
                   ADD WS-SALDO-PERIODO TO WS-DIAS-DOBRO
               ELSE
                   ADD WS-SALDO-PERIODO TO WS-DIAS-VENCIDOS
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       BAIXAR-PERIODOS-RESCISAO.

      *    COM A RESCISAO PAGA, OS PERIODOS EM ABERTO DO EMPREGADO
      *    PASSAM A INDENIZADOS E SAEM DO CONTROLE DO TP04PAQU.

           MOVE "N" TO WS-PER-FIM-ARQUIVO.

           OPEN I-O PER-FICHA-FILE.
           IF WS-PER-FILE-STATUS NOT = "00"
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
                           IF PER-SITUACAO = "V" OR PER-SITUACAO = "A"
                               MOVE "I" TO PER-SITUACAO
                               REWRITE PER-REG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PER-FICHA-FILE.
      *--------------------------------------------------------------*
       APURAR-CONSIGNADOS-RESCISAO.

      *    CONTRATOS ATIVOS DO EMPREGADO: SALDO DEVEDOR = PARCELAS
      *    RESTANTES X VALOR DA PARCELA, ABATIDO NA ORDEM DOS
      *    CONTRATOS ATE A MARGEM DE 35% DO LIQUIDO DA RESCISAO.

           MOVE ZERO TO WS-QTD-CONSIGNADOS.
           MOVE ZERO TO WS-CONSIGNADO-RESCISAO.
           MOVE "N"  TO WS-CSG-FIM-ARQUIVO.

           OPEN INPUT CSG-FICHA-FILE.
           IF WS-CSG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PRONTUARIO-ALVO TO CSG-PRONTUARIO.
           MOVE SPACES             TO CSG-CONTRATO.
           START CSG-FICHA-FILE KEY >= CSG-CHAVE.
           IF WS-CSG-FILE-STATUS NOT = "00"
               MOVE "S" TO WS-CSG-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL CSG-FIM-ARQUIVO
               READ CSG-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-CSG-FIM-ARQUIVO
                   NOT AT END
                       IF CSG-PRONTUARIO NOT = WS-PRONTUARIO-ALVO
                           MOVE "S" TO WS-CSG-FIM-ARQUIVO
                       ELSE
                           IF CSG-SITUACAO = "A"
                              AND CSG-PARCELAS-PAGAS
                                   < CSG-QTD-PARCELAS
                               PERFORM REGISTRAR-CONSIGNADO-RESCISAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CSG-FICHA-FILE.

           COMPUTE WS-MARGEM-CONSIGNAVEL =
               WS-LIQUIDO-RESCISAO * CONST-PERCENTUAL-MARGEM.

           PERFORM VARYING WS-IDX-CSG FROM 1 BY 1
                   UNTIL WS-IDX-CSG > WS-QTD-CONSIGNADOS
               IF WS-CSG-SALDO(WS-IDX-CSG) <= WS-MARGEM-CONSIGNAVEL
                   MOVE WS-CSG-SALDO(WS-IDX-CSG)
                       TO WS-CSG-ABATIDO(WS-IDX-CSG)
               ELSE
                   MOVE WS-MARGEM-CONSIGNAVEL
                       TO WS-CSG-ABATIDO(WS-IDX-CSG)
               END-IF
               SUBTRACT WS-CSG-ABATIDO(WS-IDX-CSG)
                   FROM WS-MARGEM-CONSIGNAVEL
               ADD WS-CSG-ABATIDO(WS-IDX-CSG)
                   TO WS-CONSIGNADO-RESCISAO
           END-PERFORM.
      *--------------------------------------------------------------*
       REGISTRAR-CONSIGNADO-RESCISAO.

           IF WS-QTD-CONSIGNADOS >= CONST-MAX-CONSIGNADOS
               DISPLAY "AVISO: LIMITE DE " CONST-MAX-CONSIGNADOS
                   " CONTRATOS EXCEDIDO - CONTRATO " CSG-CONTRATO
                   " FORA DO TERMO, TRATAR MANUALMENTE."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-CONSIGNADOS.
           MOVE CSG-CONTRATO
               TO WS-CSG-CONTRATO(WS-QTD-CONSIGNADOS).
           MOVE CSG-BANCO
               TO WS-CSG-BANCO(WS-QTD-CONSIGNADOS).
           MOVE CSG-PARCELAS-PAGAS
               TO WS-CSG-PARCELAS-PAGAS(WS-QTD-CONSIGNADOS).
           MOVE CSG-QTD-PARCELAS
               TO WS-CSG-QTD-PARCELAS(WS-QTD-CONSIGNADOS).
           COMPUTE WS-CSG-SALDO(WS-QTD-CONSIGNADOS) =
               CSG-VALOR-PARCELA
               * (CSG-QTD-PARCELAS - CSG-PARCELAS-PAGAS).
           MOVE ZERO
               TO WS-CSG-ABATIDO(WS-QTD-CONSIGNADOS).
      *--------------------------------------------------------------*
       IMPRIMIR-CONSIGNADOS-TERMO.

           MOVE ALL "-" TO TERMO-LINHA.
           WRITE TERMO-LINHA.

           MOVE SPACES TO TERMO-LINHA.
           MOVE "EMPRESTIMOS CONSIGNADOS EM ABERTO NO DESLIGAMENTO"
               TO TERMO-LINHA.
           WRITE TERMO-LINHA.

           PERFORM VARYING WS-IDX-CSG FROM 1 BY 1
                   UNTIL WS-IDX-CSG > WS-QTD-CONSIGNADOS
               MOVE SPACES TO TERMO-LINHA
               STRING "BANCO " WS-CSG-BANCO(WS-IDX-CSG)
                   " CONTRATO " WS-CSG-CONTRATO(WS-IDX-CSG)
                   " PARCELAS PAGAS "
                   WS-CSG-PARCELAS-PAGAS(WS-IDX-CSG) "/"
                   WS-CSG-QTD-PARCELAS(WS-IDX-CSG)
                   DELIMITED BY SIZE INTO TERMO-LINHA
               WRITE TERMO-LINHA

               MOVE WS-CSG-SALDO(WS-IDX-CSG) TO WS-TERMO-VALOR
               MOVE SPACES TO TERMO-LINHA
               STRING "  SALDO DEVEDOR...........: " WS-TERMO-VALOR
                   DELIMITED BY SIZE INTO TERMO-LINHA
               WRITE TERMO-LINHA

               MOVE WS-CSG-ABATIDO(WS-IDX-CSG) TO WS-TERMO-VALOR
               MOVE SPACES TO TERMO-LINHA
               STRING "  ABATIDO NA RESCISAO.....: " WS-TERMO-VALOR
                   DELIMITED BY SIZE INTO TERMO-LINHA
               WRITE TERMO-LINHA

               COMPUTE WS-SALDO-REMANESCENTE =
                   WS-CSG-SALDO(WS-IDX-CSG)
                   - WS-CSG-ABATIDO(WS-IDX-CSG)
               MOVE WS-SALDO-REMANESCENTE TO WS-TERMO-VALOR
               MOVE SPACES TO TERMO-LINHA
               STRING "  REMANESCENTE (BANCO)....: " WS-TERMO-VALOR
                   DELIMITED BY SIZE INTO TERMO-LINHA
               WRITE TERMO-LINHA
           END-PERFORM.

           MOVE SPACES TO TERMO-LINHA.
           WRITE TERMO-LINHA.
      *--------------------------------------------------------------*
       BAIXAR-CONSIGNADOS-RESCISAO.

      *    CONTRATO ABATIDO POR INTEIRO FICA LIQUIDADO (L); COM
      *    SALDO REMANESCENTE (S) SAI DA FOLHA E FICA COM O BANCO.
      *    O VALOR ABATIDO VAI PARA O MOVIMENTO DA COMPETENCIA DA
      *    RESCISAO, PARA O EXTRATO DE REPASSE AOS BANCOS.

           IF WS-QTD-CONSIGNADOS = ZERO
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O CSG-FICHA-FILE.
           IF WS-CSG-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONSIGNADO.DAT - CONTRATOS NAO"
                   " BAIXADOS. STATUS: " WS-CSG-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-CMV-ABERTO.
           OPEN I-O CMV-FICHA-FILE.
           IF WS-CMV-FILE-STATUS = "35"
               OPEN OUTPUT CMV-FICHA-FILE
               CLOSE CMV-FICHA-FILE
               OPEN I-O CMV-FICHA-FILE
           END-IF.
           IF WS-CMV-FILE-STATUS = "00"
               MOVE "S" TO WS-CMV-ABERTO
           ELSE
               DISPLAY "ERRO AO ABRIR CONSMOV.DAT - MOVIMENTO DA"
                   " RESCISAO NAO GRAVADO. STATUS: " WS-CMV-FILE-STATUS
           END-IF.

           PERFORM VARYING WS-IDX-CSG FROM 1 BY 1
                   UNTIL WS-IDX-CSG > WS-QTD-CONSIGNADOS
               PERFORM BAIXAR-CONTRATO-RESCISAO
           END-PERFORM.

           CLOSE CSG-FICHA-FILE.
           IF CMV-ABERTO
               CLOSE CMV-FICHA-FILE
           END-IF.
      *--------------------------------------------------------------*
       BAIXAR-CONTRATO-RESCISAO.

           MOVE WS-PRONTUARIO-ALVO          TO CSG-PRONTUARIO.
           MOVE WS-CSG-CONTRATO(WS-IDX-CSG) TO CSG-CONTRATO.
           READ CSG-FICHA-FILE.
           IF WS-CSG-FILE-STATUS NOT = "00"
               DISPLAY "CONTRATO " WS-CSG-CONTRATO(WS-IDX-CSG)
                   " NAO LOCALIZADO NA BAIXA - STATUS: "
                   WS-CSG-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.

           IF WS-CSG-ABATIDO(WS-IDX-CSG) = WS-CSG-SALDO(WS-IDX-CSG)
               MOVE "L" TO CSG-SITUACAO
               MOVE CSG-QTD-PARCELAS TO CSG-PARCELAS-PAGAS
           ELSE
               MOVE "S" TO CSG-SITUACAO
           END-IF.
           REWRITE CSG-REG.
           IF WS-CSG-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO BAIXAR O CONTRATO "
                   WS-CSG-CONTRATO(WS-IDX-CSG)
                   " - STATUS: " WS-CSG-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.

           IF NOT CMV-ABERTO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COMPETENCIA-RESCISAO     TO CMV-COMPETENCIA.
           MOVE WS-PRONTUARIO-ALVO          TO CMV-PRONTUARIO.
           MOVE WS-CSG-CONTRATO(WS-IDX-CSG) TO CMV-CONTRATO.
           MOVE "R"                         TO CMV-TIPO.
           MOVE WS-CSG-BANCO(WS-IDX-CSG)    TO CMV-BANCO.
           MOVE CAD-NOME                    TO CMV-NOME.
           COMPUTE CMV-NUMERO-PARCELA =
               WS-CSG-PARCELAS-PAGAS(WS-IDX-CSG) + 1.
           MOVE WS-CSG-QTD-PARCELAS(WS-IDX-CSG) TO CMV-QTD-PARCELAS.
           MOVE WS-CSG-SALDO(WS-IDX-CSG)    TO CMV-VALOR-PARCELA.
           MOVE WS-CSG-ABATIDO(WS-IDX-CSG)  TO CMV-VALOR-DESCONTADO.
           IF WS-CSG-ABATIDO(WS-IDX-CSG) > ZERO
               MOVE "R" TO CMV-SITUACAO
           ELSE
               MOVE "N" TO CMV-SITUACAO
           END-IF.

           WRITE CMV-REG.
           IF WS-CMV-FILE-STATUS NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM CONSMOV.DAT - STATUS: "
                   WS-CMV-FILE-STATUS
                   " CONTRATO: " WS-CSG-CONTRATO(WS-IDX-CSG)
           END-IF.
      *--------------------------------------------------------------*
       APURAR-PENSOES-RESCISAO.

      *    BASE LIQUIDA APURADA COM O IRRF SEM A PENSAO; OS DESCONTOS
      *    SAO REFEITOS DEDUZINDO A PENSAO DA BASE DO IRRF.
           PERFORM CARREGAR-PENSOES-RESCISAO.
           IF WS-QTD-PENSOES = ZERO
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PEN-BASE-BRUTA =
               WS-TOTAL-VERBAS - WS-MULTA-FGTS.
           COMPUTE WS-PEN-BASE-LIQUIDA = WS-PEN-BASE-BRUTA
               - WS-INSS-SALDO
               - WS-INSS-13-PROP
               - WS-IRRF-RESCISAO
               - WS-IRRF-13-PROP.

           PERFORM CALCULAR-PENSOES-RESCISAO.
           IF WS-PENSAO-RESCISAO > ZERO
               PERFORM CALCULAR-DESCONTOS
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-PENSOES-RESCISAO.

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
                              AND PEN-INCIDE-RESCISAO = "S"
                              AND PEN-COMPETENCIA-INICIO
                                   <= WS-COMPETENCIA-RESCISAO
                               PERFORM REGISTRAR-PENSAO-RESCISAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PEN-FICHA-FILE.
      *--------------------------------------------------------------*
       REGISTRAR-PENSAO-RESCISAO.

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
       CALCULAR-PENSOES-RESCISAO.

      *    CHAMADO COM AS BASES BRUTA E LIQUIDA JA APURADAS; A SOMA
      *    DAS PENSOES NAO PASSA DA BASE LIQUIDA.
           MOVE ZERO TO WS-PENSAO-RESCISAO.
           MOVE WS-PEN-BASE-LIQUIDA TO WS-PEN-DISPONIVEL.

           PERFORM VARYING WS-IDX-PEN FROM 1 BY 1
                   UNTIL WS-IDX-PEN > WS-QTD-PENSOES
               PERFORM CALCULAR-UMA-PENSAO-RESCISAO
           END-PERFORM.
      *--------------------------------------------------------------*
       CALCULAR-UMA-PENSAO-RESCISAO.

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
           ADD WS-PEN-VALOR-CALCULADO TO WS-PENSAO-RESCISAO.
      *--------------------------------------------------------------*
       GRAVAR-MOVTO-PENSOES-RESCISAO.

      *    UM REGISTRO POR ORDEM DESCONTADA, PARA O CREDITO AO
      *    BENEFICIARIO NA REMESSA.
           IF WS-PENSAO-RESCISAO = ZERO
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
                   PERFORM GRAVAR-UMA-PENSAO-RESCISAO
               END-IF
           END-PERFORM.

           CLOSE PMV-FICHA-FILE.
      *--------------------------------------------------------------*
       GRAVAR-UMA-PENSAO-RESCISAO.

           MOVE WS-COMPETENCIA-RESCISAO TO PMV-COMPETENCIA.
           MOVE WS-PRONTUARIO-ALVO TO PMV-PRONTUARIO.
           MOVE "R" TO PMV-TIPO.
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
       CALCULAR-DESCONTOS.

      *    INSS SOBRE O SALDO DE SALARIO E SOBRE O 13O PROPORCIONAL
      *    (BASES SEPARADAS). AVISO INDENIZADO, FERIAS INDENIZADAS
      *    (PROPORCIONAIS E VENCIDAS) COM 1/3 E MULTA DO FGTS SAO
      *    VERBAS ISENTAS.

           MOVE WS-SALDO-SALARIO TO WS-BASE-INSS.
           PERFORM CALCULAR-INSS-FAIXAS.
               MOVE WS-DESCONTO-INSS-CALC TO WS-INSS-13-PROP
           END-IF.

      *    A PENSAO ALIMENTICIA DESCONTADA REDUZ A BASE DO SALDO DE
      *    SALARIO.
           COMPUTE WS-DEDUCOES-IRRF = WS-INSS-SALDO
                   + WS-PENSAO-RESCISAO
                   + (WS-QTD-DEPENTENDES * WS-DEDUCAO-DEPENDENTE).
           IF WS-DEDUCOES-IRRF >= WS-SALDO-SALARIO
               MOVE ZERO TO WS-REFERENCIA-IRRF
           ELSE
               COMPUTE WS-REFERENCIA-IRRF =
                   WS-SALDO-SALARIO - WS-DEDUCOES-IRRF
           END-IF.

           MOVE WS-REFERENCIA-IRRF TO WS-BASE-IRRF.
           PERFORM CALCULAR-IRRF-FAIXAS.
               DELIMITED BY SIZE INTO TERMO-LINHA.
           WRITE TERMO-LINHA.

           MOVE WS-FERIAS-VENCIDAS TO WS-TERMO-VALOR.
           MOVE SPACES TO TERMO-LINHA.
           STRING "FERIAS VENCIDAS...........: " WS-TERMO-VALOR
               "  (" WS-DIAS-VENCIDOS " DIAS)"
               DELIMITED BY SIZE INTO TERMO-LINHA.
           WRITE TERMO-LINHA.

           MOVE WS-FERIAS-DOBRO TO WS-TERMO-VALOR.
           MOVE SPACES TO TERMO-LINHA.
           STRING "FERIAS VENCIDAS EM DOBRO..: " WS-TERMO-VALOR
               "  (" WS-DIAS-DOBRO " DIAS)"
               DELIMITED BY SIZE INTO TERMO-LINHA.
           WRITE TERMO-LINHA.

           MOVE WS-TERCO-VENCIDAS TO WS-TERMO-VALOR.
           MOVE SPACES TO TERMO-LINHA.
           STRING "1/3 SOBRE FERIAS VENCIDAS.: " WS-TERMO-VALOR
               DELIMITED BY SIZE INTO TERMO-LINHA.
           WRITE TERMO-LINHA.

           MOVE WS-DECIMO-PROP TO WS-TERMO-VALOR.
           MOVE SPACES TO TERMO-LINHA.
           STRING "13O PROPORCIONAL..........: " WS-TERMO-VALOR
               DELIMITED BY SIZE INTO TERMO-LINHA.
           WRITE TERMO-LINHA.

           PERFORM VARYING WS-IDX-PEN FROM 1 BY 1
                   UNTIL WS-IDX-PEN > WS-QTD-PENSOES
               IF WS-PEN-DESCONTO(WS-IDX-PEN) > ZERO
                   MOVE WS-PEN-DESCONTO(WS-IDX-PEN) TO WS-TERMO-VALOR
                   MOVE SPACES TO TERMO-LINHA
                   STRING "(-) PENSAO ALIMENTICIA....: "
                       WS-TERMO-VALOR "  "
                       WS-PEN-NOME(WS-IDX-PEN)
                       DELIMITED BY SIZE INTO TERMO-LINHA
                   WRITE TERMO-LINHA
               END-IF
           END-PERFORM.

           IF WS-ADIANTAMENTO-RESCISAO > ZERO
               MOVE WS-ADIANTAMENTO-RESCISAO TO WS-TERMO-VALOR
               MOVE SPACES TO TERMO-LINHA
               STRING "(-) ADIANTAMENTO QUINZENAL: " WS-TERMO-VALOR
                   DELIMITED BY SIZE INTO TERMO-LINHA
               WRITE TERMO-LINHA
           END-IF.

           PERFORM VARYING WS-IDX-CSG FROM 1 BY 1
                   UNTIL WS-IDX-CSG > WS-QTD-CONSIGNADOS
               IF WS-CSG-ABATIDO(WS-IDX-CSG) > ZERO
                   MOVE WS-CSG-ABATIDO(WS-IDX-CSG) TO WS-TERMO-VALOR
                   MOVE SPACES TO TERMO-LINHA
                   STRING "(-) CONSIGNADO BCO "
                       WS-CSG-BANCO(WS-IDX-CSG) " "
                       WS-CSG-CONTRATO(WS-IDX-CSG) ": "
                       WS-TERMO-VALOR
                       DELIMITED BY SIZE INTO TERMO-LINHA
                   WRITE TERMO-LINHA
               END-IF
           END-PERFORM.

           MOVE ALL "-" TO TERMO-LINHA.
           WRITE TERMO-LINHA.

               DELIMITED BY SIZE INTO TERMO-LINHA.
           WRITE TERMO-LINHA.

           IF WS-QTD-CONSIGNADOS > ZERO
               PERFORM IMPRIMIR-CONSIGNADOS-TERMO
           END-IF.

           MOVE SPACES TO TERMO-LINHA.
           WRITE TERMO-LINHA.

               DISPLAY "ERRO DE GRAVACAO EM HISTIDX.DAT - STATUS: "
                   WS-HIST-FILE-STATUS
                   " PRONTUARIO: " WS-PRONTUARIO-ALVO
           ELSE
               MOVE "S" TO WS-FLAG-HIST-GRAVADO
           END-IF.

           CLOSE HIST-FICHA-FILE.
           MOVE WS-PRONTUARIO-ALVO     TO AUDIT-PRONTUARIO.
           MOVE ZEROS                  TO AUDIT-HORA-TRABALHADA.
           MOVE ZEROS                  TO AUDIT-QTD-HORAS.
           MOVE WS-PENSAO-RESCISAO     TO AUDIT-PENSAO-DEPENTENDE.
           MOVE WS-QTD-DEPENTENDES     TO AUDIT-QTD-DEPENTENDES.
           MOVE WS-TOTAL-VERBAS        TO AUDIT-SALARIO-BRUTO.
           MOVE WS-INSS-SALDO          TO AUDIT-DESCONTO-INSS.
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
