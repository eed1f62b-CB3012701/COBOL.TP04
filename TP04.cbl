               RECORD KEY         IS CAD-PRONTUARIO
               FILE STATUS        IS WS-CAD-FILE-STATUS.

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

           SELECT EST-FICHA-FILE  ASSIGN TO "ESTABELEC.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS EST-CODIGO
               FILE STATUS        IS WS-EST-FILE-STATUS.

           SELECT CRG-FICHA-FILE  ASSIGN TO "CARGOS.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CRG-CODIGO
               FILE STATUS        IS WS-CRG-FILE-STATUS.

           SELECT AMV-FICHA-FILE  ASSIGN TO "ADICMOV.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS AMV-CHAVE
               FILE STATUS        IS WS-AMV-FILE-STATUS.

      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 CAD-CONTA                 PIC 9(10).
           05 CAD-DIGITO-CONTA          PIC X(1).
           05 CAD-CENTRO-CUSTO          PIC X(4).
           05 CAD-OPTA-ADIANTAMENTO     PIC X(1).
           05 CAD-ESTABELECIMENTO       PIC X(3).
           05 CAD-CARGO                 PIC X(4).

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

      *    ESTABELECIMENTOS DA EMPRESA (MANTIDOS PELO TP04CADM).
       FD  EST-FICHA-FILE.
       01  EST-REG.
           05 EST-CODIGO                PIC X(3).
           05 EST-NOME                  PIC X(30).
           05 EST-CNPJ                  PIC 9(14).

      *    CARGOS (MANTIDOS PELO TP04CADM): CBO, FAIXA DO VALOR HORA
      *    E PERCENTUAIS DOS ADICIONAIS A QUE O CARGO DA DIREITO.
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

      *    ADICIONAIS PAGOS POR COMPETENCIA (JA SOMADOS AO BRUTO DO
      *    HISTORICO), BASE DA CONTABILIZACAO (TP04CTBL) E DAS
      *    RUBRICAS DA DECLARACAO (TP04ESOC). TIPO E SEQUENCIA SAO
      *    OS DO REGISTRO GRAVADO EM HISTIDX.DAT.
       FD  AMV-FICHA-FILE.
       01  AMV-REG.
           05 AMV-CHAVE.
               10 AMV-COMPETENCIA       PIC 9(6).
               10 AMV-PRONTUARIO        PIC X(8).
               10 AMV-TIPO              PIC X(1).
               10 AMV-SEQUENCIA         PIC 9(2).
           05 AMV-CARGO                 PIC X(4).
           05 AMV-CENTRO-CUSTO          PIC X(4).
           05 AMV-ESTABELECIMENTO       PIC X(3).
           05 AMV-INSALUBRIDADE         PIC 9(5)V9(2).
           05 AMV-PERICULOSIDADE        PIC 9(5)V9(2).
           05 AMV-HORAS-NOTURNAS        PIC 9(3)V9(2).
           05 AMV-NOTURNO               PIC 9(5)V9(2).

       WORKING-STORAGE SECTION.
       01 WS-FICHA.
               10 WS-PRIMEIRO-NOME      PIC A(20)      VALUE SPACE.
           05 WS-PRONTUARIO             PIC X(8)       VALUE SPACE.
           05 WS-DEPENTENDES.
               10 WS-PENSAO-DEPENTENDE  PIC 9(5)V9(2)  VALUE ZEROS.
               10 WS-QTD-DEPENTENDES    PIC 9(2)       VALUE ZEROS.
           05 WS-SALARIO.
               10 WS-SALARIO-BRUTO      PIC 9(5)V9(2)  VALUE ZEROS.
               10 WS-CC-BRUTO          PIC 9(9)V9(2).
               10 WS-CC-FGTS           PIC 9(7)V9(2).

      *---- ESTABELECIMENTOS (ESTABELEC.DAT) --------------------------*
      *    EMPREGADO SEM ESTABELECIMENTO NO CADASTRO, OU A FOLHA
      *    DIGITADA, PERTENCE A MATRIZ. A MATRIZ SEM FICHA EM
      *    ESTABELEC.DAT USA A RAZAO SOCIAL E O CNPJ PADRAO.
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
       01 WS-CAD-ABERTO-RETOMADA       PIC X           VALUE "N".
           88 CAD-ABERTO-RETOMADA                      VALUE "S".

      *---- CARGO E ADICIONAIS (CARGOS.DAT / ADICMOV.DAT) -------------*
      *    INSALUBRIDADE SOBRE O SALARIO MINIMO (TAXAS.DAT TIPO SMIN),
      *    PERICULOSIDADE SOBRE O SALARIO DAS HORAS NORMAIS; OS DOIS
      *    NAO SE ACUMULAM E VALE O MAIOR. NOTURNO SOBRE AS HORAS
      *    NOTURNAS DAS OCORRENCIAS, COM O PERCENTUAL DO CARGO OU O
      *    LEGAL DE 20%. TODOS ENTRAM NO BRUTO, BASE DE INSS, IRRF
      *    E FGTS. A FOLHA DIGITADA NAO TEM CARGO NEM ADICIONAIS.
       77 WS-CRG-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-AMV-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 CONST-PERC-NOTURNO-LEGAL     PIC 9V9(3)      VALUE 0,200.
       77 WS-SALARIO-MINIMO            PIC 9(4)V9(2)   VALUE 1320,00.
       77 WS-CARGO                     PIC X(4)        VALUE SPACES.
       77 WS-CRG-PERC-INSALUBRIDADE    PIC 9V9(3)      VALUE ZERO.
       77 WS-CRG-PERC-PERICULOSIDADE   PIC 9V9(3)      VALUE ZERO.
       77 WS-CRG-PERC-NOTURNO          PIC 9V9(3)      VALUE ZERO.
       77 WS-HORAS-NOTURNAS            PIC 9(3)V9(2)   VALUE ZERO.
       77 WS-ADIC-INSALUBRIDADE        PIC 9(5)V9(2)   VALUE ZERO.
       77 WS-ADIC-PERICULOSIDADE       PIC 9(5)V9(2)   VALUE ZERO.
       77 WS-ADIC-NOTURNO              PIC 9(5)V9(2)   VALUE ZERO.
       01 WS-CARGO-DISPONIVEL          PIC X           VALUE "N".
           88 CARGO-DISPONIVEL                         VALUE "S".

      *---- ENCARGOS POR ESTABELECIMENTO ------------------------------*
       77 CONST-MAX-ESTABELECIMENTOS   PIC 9(2)        VALUE 10.
       77 WS-QTD-ESTABELECIMENTOS      PIC 9(2)        VALUE ZERO.
       77 WS-IDX-ESTAB                 PIC 9(2)        VALUE ZERO.
       77 WS-IDX-ESTAB-LOCALIZADO      PIC 9(2)        VALUE ZERO.
       01 WS-TABELA-ESTABELECIMENTO.
           05 WS-ESTAB-ITEM OCCURS 10 TIMES.
               10 WS-ESTAB-CODIGO      PIC X(3).
               10 WS-ESTAB-BRUTO       PIC 9(9)V9(2).
               10 WS-ESTAB-FGTS        PIC 9(7)V9(2).

      *---- PROCESSAMENTO EM LOTE ------------------------------------*
       77 WS-EMP-FILE-STATUS           PIC X(2)        VALUE SPACES.
       01 WS-MODO-BATCH                PIC X           VALUE "N".
           88 EXECUCAO-REPROCESSO                      VALUE "R".
       77 WS-QTD-COMPETENCIA-HIST      PIC 9(6)        VALUE ZERO.
       77 WS-QTD-EXPURGADOS            PIC 9(6)        VALUE ZERO.
       77 WS-QTD-HIST-GRAVADOS         PIC 9(6)        VALUE ZERO.

      *---- CHECKPOINT / RETOMADA DO LOTE -----------------------------*
       77 WS-CHKP-FILE-STATUS          PIC X(2)        VALUE SPACES.
               10 WS-LANC-NATUREZA     PIC X(1).
               10 WS-LANC-VALOR        PIC 9(5)V9(2).

      *---- EMPRESTIMO CONSIGNADO (CONTRATOS E MARGEM) ----------------*
      *    A PARCELA DE CADA CONTRATO ATIVO E DESCONTADA INTEIRA OU
      *    NAO E DESCONTADA: A SOMA DAS PARCELAS NAO PODE PASSAR DA
      *    MARGEM CONSIGNAVEL (35% DO BRUTO MENOS INSS, IRRF E
      *    PENSAO) NEM DO LIQUIDO QUE RESTA APOS OS LANCAMENTOS.
       77 WS-CSG-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-CMV-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 CONST-PERCENTUAL-MARGEM      PIC 9V9(3)      VALUE 0,350.
       77 CONST-MAX-CONSIGNADOS        PIC 9(2)        VALUE 10.
       77 WS-QTD-CONSIGNADOS           PIC 9(2)        VALUE ZERO.
       77 WS-IDX-CSG                   PIC 9(2)        VALUE ZERO.
       77 WS-MARGEM-CONSIGNAVEL        PIC 9(5)V9(2)   VALUE ZERO.
       77 WS-DESCONTOS-LEGAIS          PIC 9(7)V9(2)   VALUE ZERO.
       01 WS-CONSIGNADO-DISPONIVEL     PIC X           VALUE "N".
           88 CONSIGNADO-DISPONIVEL                    VALUE "S".
       01 WS-CSG-FIM-ARQUIVO           PIC X           VALUE "N".
           88 CSG-FIM-ARQUIVO                          VALUE "S".
      *    PARCELA-CONTADA: A PARCELA DESTA COMPETENCIA JA FOI
      *    BAIXADA NO CONTRATO (REPROCESSAMENTO OU NOVO CALCULO
      *    INTERATIVO) E NAO PODE SER BAIXADA DE NOVO.
       01 WS-TABELA-CONSIGNADOS.
           05 WS-CSG-ITEM OCCURS 10 TIMES.
               10 WS-CSG-CONTRATO      PIC X(12).
               10 WS-CSG-BANCO         PIC 9(3).
               10 WS-CSG-VALOR-PARCELA PIC 9(5)V9(2).
               10 WS-CSG-NUMERO-PARCELA PIC 9(3).
               10 WS-CSG-QTD-PARCELAS  PIC 9(3).
               10 WS-CSG-SITUACAO      PIC X(1).
               10 WS-CSG-PARCELA-CONTADA PIC X(1).

      *---- PENSAO ALIMENTICIA (ORDENS JUDICIAIS EM PENSAO.DAT) -------*
      *    BASE B E O SALARIO BRUTO; BASE L E O BRUTO MENOS INSS E
      *    O IRRF CALCULADO SEM A PENSAO. A SOMA DAS PENSOES, LIMITADA
      *    AO BRUTO MENOS INSS E IRRF, FICA EM WS-PENSAO-DEPENTENDE E
      *    REDUZ A BASE DO IRRF.
       77 WS-PEN-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-PMV-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 CONST-MAX-PENSOES            PIC 9(2)        VALUE 5.
       77 WS-QTD-PENSOES               PIC 9(2)        VALUE ZERO.
       77 WS-IDX-PEN                   PIC 9(2)        VALUE ZERO.
       77 WS-PEN-BASE-BRUTA            PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-PEN-BASE-LIQUIDA          PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-PEN-DISPONIVEL            PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-PEN-VALOR-CALCULADO       PIC 9(7)V9(2)   VALUE ZERO.
       01 WS-PENSAO-DISPONIVEL         PIC X           VALUE "N".
           88 PENSAO-DISPONIVEL                        VALUE "S".
       01 WS-PEN-FIM-ARQUIVO           PIC X           VALUE "N".
           88 PEN-FIM-ARQUIVO                          VALUE "S".
       01 WS-PMV-FIM-ARQUIVO           PIC X           VALUE "N".
           88 PMV-FIM-ARQUIVO                          VALUE "S".
       01 WS-AMV-FIM-ARQUIVO           PIC X           VALUE "N".
           88 AMV-FIM-ARQUIVO                          VALUE "S".
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

      *---- ADIANTAMENTO QUINZENAL (PAGO PELO TP04ADIA) ---------------*
      *    O ADIANTAMENTO DA COMPETENCIA E LIDO DO HISTORICO (TIPO
      *    "A") A CADA CALCULO E DESCONTADO DO LIQUIDO, SEM ALTERAR
      *    AS BASES DE INSS, IRRF E FGTS.
       77 WS-ADIANTAMENTO-PAGO         PIC 9(5)V9(2)   VALUE ZERO.
       77 WS-DESCONTO-ADIANTAMENTO     PIC 9(5)V9(2)   VALUE ZERO.
       77 WS-SALDO-ADIANTAMENTO        PIC 9(5)V9(2)   VALUE ZERO.

      *---- OCORRENCIAS DO MES (FALTAS / ATESTADOS / ATRASOS) ---------*
      *    TIPO: F FALTA INJUSTIFICADA (DIAS, DESCONTA O DIA E O DSR
      *    DA SEMANA), A ATESTADO MEDICO (DIAS, ABONADO ATE O LIMITE
      *    LEGAL DE 15 DIAS NA COMPETENCIA), T ATRASO (HORAS),
      *    N HORAS NOTURNAS (HORAS, SEM DESCONTO: BASE DO ADICIONAL
      *    NOTURNO, JA CONVERTIDAS EM HORA NOTURNA REDUZIDA).
       77 WS-OCOR-FILE-STATUS          PIC X(2)        VALUE SPACES.
       77 CONST-MAX-OCORRENCIAS        PIC 9(2)        VALUE 20.
       77 CONST-HORAS-DIA              PIC 9(2)V9(2)   VALUE 7,33.
       77 WS-INSS-PATRONAL-TOTAL       PIC 9(9)V9(2)   VALUE ZERO.
       77 WS-RAT-TERCEIROS-TOTAL       PIC 9(9)V9(2)   VALUE ZERO.
       01 WS-ENCARGOS-VALOR            PIC ZZZ.ZZZ.ZZZ,ZZ.

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
       77 WS-CTL-SITUACAO-NOVA         PIC X(1)        VALUE SPACE.
       77 WS-CTL-DATA                  PIC 9(8)        VALUE ZEROS.
       77 WS-CTL-HORA                  PIC 9(8)        VALUE ZEROS.
       77 CONST-CTL-PROGRAMA           PIC X(8)        VALUE "TP04".
      *--------------------------------------------------------------*
       SCREEN SECTION.
      *---- CONSTS --------------------------------------------------*
             10 LINE + 1 COLUMN 25 USING SC-COLUMN FOREGROUND-COLOR  1.
             10 LINE + 0 COLUMN 83 USING SC-COLUMN FOREGROUND-COLOR  1.
             10 LINE + 1 COLUMN 25 USING SC-LINE   FOREGROUND-COLOR  1.
           05 SC-TABELA-SAIDA-DADOS.
             10 LINE 04  COLUMN 25 USING SC-LINE   FOREGROUND-COLOR 11.
             10 LINE + 1 COLUMN 25 USING SC-COLUMN FOREGROUND-COLOR 11.
                  10   LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
                  "Qtde horas:".

                  10   LINE + 2  COLUMN 28     FOREGROUND-COLOR  8 VALUE
                  "Qtde dependentes:".
           05 SC-ACCEPTS-ENTRADA-DADOS.
               10 SC-QTD-HORAS       LINE + 2  COLUMN  40    PIC ZZ9
               USING WS-QTD-HORAS.

               10 SC-QTD-DEPENTENDES LINE + 2  COLUMN  45    PIC Z9
               USING WS-QTD-DEPENTENDES.
           05 SC-MENSAGEM-ENTRADA-DADOS.

           PERFORM LER-PARAMETROS.

      *    FOLHA SO E CALCULADA OU RECALCULADA COM A COMPETENCIA
      *    ABERTA OU CALCULADA NO CALENDARIO; DEPOIS DA CONCILIACAO
      *    E PRECISO REABRIR PELO TP04COMP.
           MOVE WS-COMPETENCIA TO WS-CTL-COMPETENCIA.
           PERFORM CONSULTAR-CALENDARIO.
           IF NOT CTL-PERMITE-HISTORICO
               DISPLAY "COMPETENCIA " WS-COMPETENCIA
                   " NA SITUACAO " WS-CTL-SITUACAO
                   " NO CALENDARIO (COMPETEN.DAT)."
               DISPLAY "EXECUCAO RECUSADA. PARA RECALCULAR, REABRA"
                   " A COMPETENCIA PELO TP04COMP."
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-FGTS-TOTAL-MES.
           MOVE ZERO TO WS-SALARIO-BRUTO-TOTAL-MES.

           PERFORM ABRIR-ESTABELECIMENTOS.
           PERFORM ABRIR-CARGOS.

           PERFORM LER-CHECKPOINT.

      *    COM RETOMADA PENDENTE O HISTORICO JA CONTEM A PARTE
           PERFORM CARREGAR-TAXAS.

           PERFORM ABRIR-HISTORICO.
           PERFORM ABRIR-CONSIGNADOS.
           PERFORM ABRIR-PENSOES.
           PERFORM ABRIR-ADICIONAIS.

           OPEN EXTEND DEP-FICHA-FILE.
           IF WS-DEP-FILE-STATUS NOT = "00" THEN
           MOVE EMP-PRONTUARIO         TO WS-PRONTUARIO.
           MOVE EMP-HORA-TRABALHADA    TO WS-HORA-TRABALHADA.
           MOVE EMP-QTD-HORAS          TO WS-QTD-HORAS.
           MOVE ZEROS                  TO WS-PENSAO-DEPENTENDE.
           MOVE EMP-QTD-DEPENTENDES    TO WS-QTD-DEPENTENDES.

      *    A PENSAO VEM DAS ORDENS JUDICIAIS EM PENSAO.DAT; O VALOR
      *    DO ARQUIVO DE ENTRADA NAO E MAIS CONSIDERADO.
           IF EMP-PENSAO-DEPENTENDE > ZERO
               DISPLAY "PRONTUARIO: " EMP-PRONTUARIO
                   "  AVISO: PENSAO INFORMADA EM EMPREGADOS.DAT"
                   " IGNORADA - CADASTRAR A ORDEM PELO TP04PENS."
           END-IF.
      *--------------------------------------------------------------*
       SAIDA-DADOS-LOTE.

           DISPLAY "PRONTUARIO: " WS-PRONTUARIO
               "  NOME: "         WS-PRIMEIRO-NOME.
           DISPLAY "  SALARIO BRUTO.....: " WS-SALARIO-BRUTO.
           IF WS-ADIC-INSALUBRIDADE > ZERO
               DISPLAY "  INSALUBRIDADE.....: " WS-ADIC-INSALUBRIDADE
           END-IF.
           IF WS-ADIC-PERICULOSIDADE > ZERO
               DISPLAY "  PERICULOSIDADE....: " WS-ADIC-PERICULOSIDADE
           END-IF.
           IF WS-ADIC-NOTURNO > ZERO
               DISPLAY "  ADICIONAL NOTURNO.: " WS-ADIC-NOTURNO
           END-IF.
           DISPLAY "  DESCONTO INSS.....: " WS-DESCONTO-INSS.
           DISPLAY "  DESCONTO IRRF.....: " WS-DESCONTO-IRRF.
           IF WS-PENSAO-DEPENTENDE > ZERO
               DISPLAY "  PENSAO ALIMENTICIA: " WS-PENSAO-DEPENTENDE
           END-IF.
           DISPLAY "  SALARIO LIQUIDO...: " WS-SALARIO-LIQUIDO.
           DISPLAY "  FGTS (EMPREGADOR).: " WS-VALOR-FGTS.

                   " CADASTRO DEVE SER FEITO VIA ENTRADA INTERATIVA."
           END-IF.

           PERFORM ATUALIZAR-CONSIGNADOS.
           PERFORM GRAVAR-HISTORICO.
           PERFORM GRAVAR-MOVIMENTO-PENSOES.
           PERFORM GRAVAR-MOVIMENTO-ADICIONAIS.
           PERFORM IMPRIMIR-HOLERITE.
      *--------------------------------------------------------------*
       GRAVAR-HISTORICO.
           MOVE "S" TO WS-HIST-GRAVACAO-PENDENTE.
           PERFORM TENTAR-GRAVACAO-HISTORICO
               UNTIL NOT HIST-GRAVACAO-PENDENTE.
           IF WS-HIST-FILE-STATUS = "00"
               ADD 1 TO WS-QTD-HIST-GRAVADOS
           END-IF.

           MOVE WS-HIST-FILE-STATUS TO WS-GRAVACAO-STATUS.
           MOVE "HISTIDX.DAT"       TO WS-GRAVACAO-ARQUIVO.
      *--------------------------------------------------------------*
       IMPRIMIR-HOLERITE.

           PERFORM OBTER-ESTABELECIMENTO.

           MOVE SPACES TO HOLERITE-LINHA.
           STRING WS-EST-NOME DELIMITED BY "  "
               " - FOLHA DE PAGAMENTO" DELIMITED BY SIZE
               INTO HOLERITE-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.

           MOVE SPACES TO HOLERITE-LINHA.
           STRING "CNPJ: " WS-EST-CNPJ
               DELIMITED BY SIZE INTO HOLERITE-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.

           MOVE ALL "-" TO HOLERITE-LINHA.
               DELIMITED BY SIZE INTO HOLERITE-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.

      *    ADICIONAIS JA INCLUIDOS NO SALARIO BRUTO ACIMA.
           IF WS-ADIC-INSALUBRIDADE > ZERO
               MOVE WS-ADIC-INSALUBRIDADE TO WS-HOLERITE-VALOR
               MOVE SPACES TO HOLERITE-LINHA
               STRING "  (INCL.) INSALUBRIDADE...: " WS-HOLERITE-VALOR
                   DELIMITED BY SIZE INTO HOLERITE-LINHA
               PERFORM GRAVAR-LINHA-HOLERITE
           END-IF.
           IF WS-ADIC-PERICULOSIDADE > ZERO
               MOVE WS-ADIC-PERICULOSIDADE TO WS-HOLERITE-VALOR
               MOVE SPACES TO HOLERITE-LINHA
               STRING "  (INCL.) PERICULOSIDADE..: " WS-HOLERITE-VALOR
                   DELIMITED BY SIZE INTO HOLERITE-LINHA
               PERFORM GRAVAR-LINHA-HOLERITE
           END-IF.
           IF WS-ADIC-NOTURNO > ZERO
               MOVE WS-ADIC-NOTURNO TO WS-HOLERITE-VALOR
               MOVE SPACES TO HOLERITE-LINHA
               STRING "  (INCL.) ADIC. NOTURNO...: " WS-HOLERITE-VALOR
                   DELIMITED BY SIZE INTO HOLERITE-LINHA
               PERFORM GRAVAR-LINHA-HOLERITE
           END-IF.

           PERFORM VARYING WS-IDX-OCOR FROM 1 BY 1
                   UNTIL WS-IDX-OCOR > WS-QTD-OCORRENCIAS
               PERFORM IMPRIMIR-LINHA-OCORRENCIA
               DELIMITED BY SIZE INTO HOLERITE-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.

           PERFORM VARYING WS-IDX-PEN FROM 1 BY 1
                   UNTIL WS-IDX-PEN > WS-QTD-PENSOES
               PERFORM IMPRIMIR-LINHA-PENSAO
           END-PERFORM.

           MOVE WS-DESCONTO-IRRF TO WS-HOLERITE-VALOR.
           MOVE SPACES TO HOLERITE-LINHA.
               DELIMITED BY SIZE INTO HOLERITE-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.

           IF WS-ADIANTAMENTO-PAGO > ZERO
               MOVE WS-DESCONTO-ADIANTAMENTO TO WS-HOLERITE-VALOR
               MOVE SPACES TO HOLERITE-LINHA
               STRING "(-) ADIANTAMENTO QUINZENAL: " WS-HOLERITE-VALOR
                   DELIMITED BY SIZE INTO HOLERITE-LINHA
               PERFORM GRAVAR-LINHA-HOLERITE
           END-IF.

           PERFORM VARYING WS-IDX-LANC FROM 1 BY 1
                   UNTIL WS-IDX-LANC > WS-QTD-LANCAMENTOS
               PERFORM IMPRIMIR-LINHA-LANCAMENTO
           END-PERFORM.

           PERFORM VARYING WS-IDX-CSG FROM 1 BY 1
                   UNTIL WS-IDX-CSG > WS-QTD-CONSIGNADOS
               PERFORM IMPRIMIR-LINHA-CONSIGNADO
           END-PERFORM.

           MOVE ALL "-" TO HOLERITE-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.

                   STRING "(-) ATRASOS...............: "
                       WS-HOLERITE-HORAS " HORAS"
                       DELIMITED BY SIZE INTO HOLERITE-LINHA
               WHEN "N"
                   MOVE WS-OCOR-HORAS(WS-IDX-OCOR)
                       TO WS-HOLERITE-HORAS
                   STRING "HORAS NOTURNAS............: "
                       WS-HOLERITE-HORAS " HORAS"
                       DELIMITED BY SIZE INTO HOLERITE-LINHA
           END-EVALUATE.
           PERFORM GRAVAR-LINHA-HOLERITE.
      *--------------------------------------------------------------*
                   DELIMITED BY SIZE INTO HOLERITE-LINHA
           END-IF.
           PERFORM GRAVAR-LINHA-HOLERITE.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-CONSIGNADO.

           MOVE SPACES TO HOLERITE-LINHA.
           IF WS-CSG-SITUACAO(WS-IDX-CSG) = "D"
               MOVE WS-CSG-VALOR-PARCELA(WS-IDX-CSG)
                   TO WS-HOLERITE-VALOR
               STRING "(-) CONSIGNADO BCO " WS-CSG-BANCO(WS-IDX-CSG)
                   " " WS-CSG-CONTRATO(WS-IDX-CSG)
                   " " WS-CSG-NUMERO-PARCELA(WS-IDX-CSG)
                   "/" WS-CSG-QTD-PARCELAS(WS-IDX-CSG)
                   ": " WS-HOLERITE-VALOR
                   DELIMITED BY SIZE INTO HOLERITE-LINHA
           ELSE
               STRING "    CONSIGNADO BCO " WS-CSG-BANCO(WS-IDX-CSG)
                   " " WS-CSG-CONTRATO(WS-IDX-CSG)
                   " " WS-CSG-NUMERO-PARCELA(WS-IDX-CSG)
                   "/" WS-CSG-QTD-PARCELAS(WS-IDX-CSG)
                   ": NAO DESCONTADA (MARGEM)"
                   DELIMITED BY SIZE INTO HOLERITE-LINHA
           END-IF.
           PERFORM GRAVAR-LINHA-HOLERITE.
      *--------------------------------------------------------------*
       ENTRADA-DADOS.

           ACCEPT SC-PRONTUARIO.
           ACCEPT SC-HORA-TRABALHADA.
           ACCEPT SC-QTD-HORAS.
           ACCEPT SC-QTD-DEPENTENDES.

           PERFORM VALIDAR-ENTRADA.
             + (WS-HORA-TRABALHADA * CONST-PERCENTUAL-EXTRA-100
                   * WS-QTD-HORAS-EXTRA-100).

      *    ADICIONAIS DO CARGO E NOTURNO, SOMADOS AO BRUTO ANTES DAS
      *    BASES DE INSS, IRRF E FGTS.
           PERFORM CALCULAR-ADICIONAIS.
           ADD WS-ADIC-INSALUBRIDADE  TO WS-SALARIO-BRUTO.
           ADD WS-ADIC-PERICULOSIDADE TO WS-SALARIO-BRUTO.
           ADD WS-ADIC-NOTURNO        TO WS-SALARIO-BRUTO.

      *    CALCULO INSS (faixas lidas da tabela de taxas, com teto)

           IF WS-SALARIO-BRUTO > WS-INSS-LIM-SUP(CONST-QTD-FAIXAS-INSS)
               END-PERFORM
           END-IF.

      *    IRRF SEM PENSAO: DEFINE A BASE LIQUIDA DAS ORDENS JUDICIAIS.
           MOVE ZEROS TO WS-PENSAO-DEPENTENDE.
           PERFORM CALCULAR-IRRF.

      *    PENSAO ALIMENTICIA DAS ORDENS ATIVAS DO EMPREGADO; COM
      *    PENSAO O IRRF E REFEITO COM ELA DEDUZIDA DA BASE.
           PERFORM CARREGAR-PENSOES.
           PERFORM CALCULAR-PENSOES.
           IF WS-PENSAO-DEPENTENDE > ZERO
               PERFORM CALCULAR-IRRF
           END-IF.

      *    CALCULO SALARIO LIQUIDO
           COMPUTE WS-SALARIO-LIQUIDO
                  = WS-SALARIO-REFERENCIA - WS-DESCONTO-IRRF.

      *    ADIANTAMENTO QUINZENAL JA PAGO NA COMPETENCIA.
           PERFORM DESCONTAR-ADIANTAMENTO.

      *    VERBAS RECORRENTES (PLANO DE SAUDE, VALE-TRANSPORTE...)
      *    APLICADAS SOBRE O LIQUIDO PARA QUE HISTORICO E REMESSA
      *    CARREGUEM O VALOR REALMENTE PAGO.
           PERFORM CARREGAR-LANCAMENTOS.
           PERFORM APLICAR-LANCAMENTOS.

      *    PARCELAS DOS CONTRATOS DE CONSIGNADO, LIMITADAS A MARGEM.
           PERFORM CARREGAR-CONSIGNADOS.
           PERFORM APLICAR-CONSIGNADOS.

      *    CALCULO FGTS (DEPOSITO EMPREGADOR, NAO DESCONTA DO LIQUIDO)
           COMPUTE WS-VALOR-FGTS
                  = WS-SALARIO-BRUTO * CONST-PERCENTUAL-FGTS.
           ADD WS-SALARIO-LIQUIDO TO WS-SALARIO-LIQUIDO-TOTAL-MES.

           PERFORM ACUMULAR-CENTRO-CUSTO.
           PERFORM ACUMULAR-ESTABELECIMENTO.

           PERFORM GRAVAR-AUDITORIA.
      *--------------------------------------------------------------*
       SAIDA-DADOS.
           DISPLAY SC-LIMPA-TELA.
           DISPLAY SC-TABELA-SAIDA-DADOS.
           DISPLAY SC-SAIDA-DADOS.

           PERFORM ATUALIZAR-CONSIGNADOS.
           PERFORM GRAVAR-HISTORICO.
           PERFORM GRAVAR-MOVIMENTO-PENSOES.
           PERFORM GRAVAR-MOVIMENTO-ADICIONAIS.
           PERFORM IMPRIMIR-HOLERITE.

           ACCEPT SC-SEGUIR.

           PERFORM GERAR-RELATORIO-ENCARGOS.

           IF WS-QTD-HIST-GRAVADOS > ZERO
               MOVE "C" TO WS-CTL-SITUACAO-NOVA
               PERFORM AVANCAR-CALENDARIO
           END-IF.

           IF MODO-BATCH THEN
               PERFORM GERAR-RESUMO-LOTE
           END-IF.
           CLOSE HOLERITE-FILE.
           CLOSE AUDIT-FICHA-FILE.
           CLOSE ENCARGOS-FILE.
           IF ESTABELEC-DISPONIVEL THEN
               CLOSE EST-FICHA-FILE
           END-IF.
           IF CONSIGNADO-DISPONIVEL THEN
               CLOSE CSG-FICHA-FILE
               CLOSE CMV-FICHA-FILE
           END-IF.
           IF PENSAO-DISPONIVEL THEN
               CLOSE PEN-FICHA-FILE
               CLOSE PMV-FICHA-FILE
           END-IF.
           IF CARGO-DISPONIVEL THEN
               CLOSE CRG-FICHA-FILE
           END-IF.
           CLOSE AMV-FICHA-FILE.
           STOP RUN.
      *--------------------------------------------------------------*
       GERAR-RESUMO-LOTE.
               END-PERFORM
           END-IF.

      *    CADA ESTABELECIMENTO RECOLHE OS ENCARGOS NO PROPRIO CNPJ.
           IF WS-QTD-ESTABELECIMENTOS > ZERO
               MOVE ALL "-" TO ENCARGOS-LINHA
               WRITE ENCARGOS-LINHA
               MOVE SPACES TO ENCARGOS-LINHA
               MOVE "DETALHAMENTO POR ESTABELECIMENTO"
                   TO ENCARGOS-LINHA
               WRITE ENCARGOS-LINHA
               PERFORM VARYING WS-IDX-ESTAB FROM 1 BY 1
                       UNTIL WS-IDX-ESTAB > WS-QTD-ESTABELECIMENTOS
                   PERFORM DETALHAR-ENCARGOS-ESTAB
               END-PERFORM
           END-IF.

           MOVE SPACES TO ENCARGOS-LINHA.
           WRITE ENCARGOS-LINHA.
      *--------------------------------------------------------------*
               DELIMITED BY SIZE INTO ENCARGOS-LINHA.
           WRITE ENCARGOS-LINHA.
      *--------------------------------------------------------------*
       DETALHAR-ENCARGOS-ESTAB.

           MOVE WS-ESTAB-CODIGO(WS-IDX-ESTAB) TO WS-ESTABELECIMENTO.
           PERFORM OBTER-ESTABELECIMENTO.

           COMPUTE WS-CC-PATRONAL = WS-ESTAB-BRUTO(WS-IDX-ESTAB)
               * CONST-PERCENTUAL-INSS-PATRONAL.
           COMPUTE WS-CC-RAT = WS-ESTAB-BRUTO(WS-IDX-ESTAB)
               * CONST-PERCENTUAL-RAT-TERCEIROS.

           MOVE SPACES TO ENCARGOS-LINHA.
           STRING "  ESTABELECIMENTO: " WS-ESTABELECIMENTO
               " CNPJ " WS-EST-CNPJ " " WS-EST-NOME
               DELIMITED BY SIZE INTO ENCARGOS-LINHA.
           WRITE ENCARGOS-LINHA.

           MOVE WS-ESTAB-BRUTO(WS-IDX-ESTAB) TO WS-ENCARGOS-VALOR.
           MOVE SPACES TO ENCARGOS-LINHA.
           STRING "    SALARIOS BRUTOS..........: " WS-ENCARGOS-VALOR
               DELIMITED BY SIZE INTO ENCARGOS-LINHA.
           WRITE ENCARGOS-LINHA.

           MOVE WS-CC-PATRONAL TO WS-ENCARGOS-VALOR.
           MOVE SPACES TO ENCARGOS-LINHA.
           STRING "    INSS PATRONAL (20%)......: " WS-ENCARGOS-VALOR
               DELIMITED BY SIZE INTO ENCARGOS-LINHA.
           WRITE ENCARGOS-LINHA.

           MOVE WS-CC-RAT TO WS-ENCARGOS-VALOR.
           MOVE SPACES TO ENCARGOS-LINHA.
           STRING "    RAT / OUTRAS (5,8%)......: " WS-ENCARGOS-VALOR
               DELIMITED BY SIZE INTO ENCARGOS-LINHA.
           WRITE ENCARGOS-LINHA.

           MOVE WS-ESTAB-FGTS(WS-IDX-ESTAB) TO WS-ENCARGOS-VALOR.
           MOVE SPACES TO ENCARGOS-LINHA.
           STRING "    FGTS (8%)................: " WS-ENCARGOS-VALOR
               DELIMITED BY SIZE INTO ENCARGOS-LINHA.
           WRITE ENCARGOS-LINHA.
      *--------------------------------------------------------------*
       CALCULAR-ADICIONAIS.

           MOVE ZERO TO WS-ADIC-INSALUBRIDADE.
           MOVE ZERO TO WS-ADIC-PERICULOSIDADE.
           MOVE ZERO TO WS-ADIC-NOTURNO.

           IF WS-CRG-PERC-INSALUBRIDADE > ZERO THEN
               COMPUTE WS-ADIC-INSALUBRIDADE ROUNDED =
                   WS-SALARIO-MINIMO * WS-CRG-PERC-INSALUBRIDADE
           END-IF.

           IF WS-CRG-PERC-PERICULOSIDADE > ZERO THEN
               COMPUTE WS-ADIC-PERICULOSIDADE ROUNDED =
                   WS-HORA-TRABALHADA * WS-QTD-HORAS-NORMAIS
                   * WS-CRG-PERC-PERICULOSIDADE
           END-IF.

      *    CARGO COM OS DOIS ADICIONAIS: O EMPREGADO RECEBE SO O
      *    DE MAIOR VALOR.
           IF WS-ADIC-INSALUBRIDADE > ZERO
              AND WS-ADIC-PERICULOSIDADE > ZERO THEN
               IF WS-ADIC-INSALUBRIDADE > WS-ADIC-PERICULOSIDADE
                   MOVE ZERO TO WS-ADIC-PERICULOSIDADE
               ELSE
                   MOVE ZERO TO WS-ADIC-INSALUBRIDADE
               END-IF
           END-IF.

      *    O ADICIONAL NOTURNO E DEVIDO A QUALQUER EMPREGADO COM
      *    HORAS NOTURNAS; O CARGO SO PODE ELEVAR O PERCENTUAL.
           IF WS-HORAS-NOTURNAS > ZERO THEN
               IF WS-CRG-PERC-NOTURNO = ZERO
                   MOVE CONST-PERC-NOTURNO-LEGAL
                       TO WS-CRG-PERC-NOTURNO
               END-IF
               COMPUTE WS-ADIC-NOTURNO ROUNDED =
                   WS-HORAS-NOTURNAS * WS-HORA-TRABALHADA
                   * WS-CRG-PERC-NOTURNO
           END-IF.
      *--------------------------------------------------------------*
       CALCULAR-IRRF.

      *    CALCULO SALARIO DE REFERENCIA
           COMPUTE WS-DESCONTOS-LEGAIS = WS-DESCONTO-INSS
                   + WS-PENSAO-DEPENTENDE
                   + (WS-QTD-DEPENTENDES * WS-DEDUCAO-DEPENDENTE).
           IF WS-DESCONTOS-LEGAIS >= WS-SALARIO-BRUTO
               MOVE ZERO TO WS-SALARIO-REFERENCIA
           ELSE
               COMPUTE WS-SALARIO-REFERENCIA =
                   WS-SALARIO-BRUTO - WS-DESCONTOS-LEGAIS
           END-IF.

      *    CALCULO IRRF (faixas lidas da tabela de taxas)

           MOVE ZERO TO WS-PORC-IRRF.
           MOVE ZERO TO WS-DEDUCAO-IRRF.

           PERFORM VARYING WS-IDX-IRRF FROM 1 BY 1
                   UNTIL WS-IDX-IRRF > CONST-QTD-FAIXAS-IRRF
               IF WS-SALARIO-REFERENCIA
                       >= WS-IRRF-LIM-INF(WS-IDX-IRRF)
                  AND WS-SALARIO-REFERENCIA
                       <= WS-IRRF-LIM-SUP(WS-IDX-IRRF)
                   MOVE WS-IRRF-PERCENTUAL(WS-IDX-IRRF) TO WS-PORC-IRRF
                   MOVE WS-IRRF-DEDUCAO(WS-IDX-IRRF) TO WS-DEDUCAO-IRRF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           COMPUTE WS-DESCONTO-IRRF =
           WS-SALARIO-REFERENCIA * WS-PORC-IRRF - WS-DEDUCAO-IRRF.
      *--------------------------------------------------------------*
       DESCONTAR-ADIANTAMENTO.

      *    O VALOR VEM SEMPRE DO REGISTRO "A" DO HISTORICO, NUNCA DE
      *    UM ACUMULADOR: REPROCESSAMENTO E NOVO CALCULO INTERATIVO
      *    DESCONTAM O MESMO ADIANTAMENTO UMA UNICA VEZ.

           MOVE ZERO TO WS-ADIANTAMENTO-PAGO.
           MOVE ZERO TO WS-DESCONTO-ADIANTAMENTO.

           MOVE WS-PRONTUARIO          TO HIST-PRONTUARIO.
           MOVE WS-COMPETENCIA         TO HIST-COMPETENCIA.
           MOVE "A"                    TO HIST-TIPO-REGISTRO.
           MOVE 1                      TO HIST-SEQUENCIA.
           READ HIST-FICHA-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE HIST-SALARIO-LIQUIDO TO WS-ADIANTAMENTO-PAGO.

           IF WS-ADIANTAMENTO-PAGO > WS-SALARIO-LIQUIDO THEN
               COMPUTE WS-SALDO-ADIANTAMENTO =
                   WS-ADIANTAMENTO-PAGO - WS-SALARIO-LIQUIDO
               DISPLAY "AVISO: ADIANTAMENTO MAIOR QUE O LIQUIDO DO"
                   " PRONTUARIO " WS-PRONTUARIO
                   " - SALDO " WS-SALDO-ADIANTAMENTO
                   " A COMPENSAR MANUALMENTE."
               MOVE WS-SALARIO-LIQUIDO TO WS-DESCONTO-ADIANTAMENTO
           ELSE
               MOVE WS-ADIANTAMENTO-PAGO TO WS-DESCONTO-ADIANTAMENTO
           END-IF.

           SUBTRACT WS-DESCONTO-ADIANTAMENTO FROM WS-SALARIO-LIQUIDO.
      *--------------------------------------------------------------*
       ACUMULAR-CENTRO-CUSTO.

      *    TOTAIS POR CENTRO DE CUSTO PARA O RELATORIO DE ENCARGOS
      *    E PARA A EXPORTACAO CONTABIL.

           MOVE ZERO TO WS-IDX-CC-LOCALIZADO.
           PERFORM VARYING WS-IDX-CC FROM 1 BY 1
                   UNTIL WS-IDX-CC > WS-QTD-CENTROS-CUSTO
               IF WS-CC-CODIGO(WS-IDX-CC) = WS-CENTRO-CUSTO
                   MOVE WS-IDX-CC TO WS-IDX-CC-LOCALIZADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-IDX-CC-LOCALIZADO = ZERO
               IF WS-QTD-CENTROS-CUSTO < CONST-MAX-CENTROS-CUSTO
                   ADD 1 TO WS-QTD-CENTROS-CUSTO
                   MOVE WS-QTD-CENTROS-CUSTO
                       TO WS-IDX-CC-LOCALIZADO
                   MOVE WS-CENTRO-CUSTO
                       TO WS-CC-CODIGO(WS-IDX-CC-LOCALIZADO)
                   MOVE ZERO TO WS-CC-BRUTO(WS-IDX-CC-LOCALIZADO)
                   MOVE ZERO TO WS-CC-FGTS(WS-IDX-CC-LOCALIZADO)
               ELSE
                   DISPLAY "AVISO: LIMITE DE CENTROS DE CUSTO"
                       " EXCEDIDO - CENTRO " WS-CENTRO-CUSTO
                       " FORA DO DETALHAMENTO."
               END-IF
           END-IF.

           IF WS-IDX-CC-LOCALIZADO > ZERO
               ADD WS-SALARIO-BRUTO
                   TO WS-CC-BRUTO(WS-IDX-CC-LOCALIZADO)
               ADD WS-VALOR-FGTS
                   TO WS-CC-FGTS(WS-IDX-CC-LOCALIZADO)
           END-IF.
      *--------------------------------------------------------------*
       ACUMULAR-ESTABELECIMENTO.

      *    TOTAIS POR ESTABELECIMENTO PARA O RELATORIO DE ENCARGOS,
      *    CONFERIDOS ESTABELECIMENTO A ESTABELECIMENTO NO TP04CONC.

           MOVE ZERO TO WS-IDX-ESTAB-LOCALIZADO.
           PERFORM VARYING WS-IDX-ESTAB FROM 1 BY 1
                   UNTIL WS-IDX-ESTAB > WS-QTD-ESTABELECIMENTOS
               IF WS-ESTAB-CODIGO(WS-IDX-ESTAB) = WS-ESTABELECIMENTO
                   MOVE WS-IDX-ESTAB TO WS-IDX-ESTAB-LOCALIZADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-IDX-ESTAB-LOCALIZADO = ZERO
               IF WS-QTD-ESTABELECIMENTOS < CONST-MAX-ESTABELECIMENTOS
                   ADD 1 TO WS-QTD-ESTABELECIMENTOS
                   MOVE WS-QTD-ESTABELECIMENTOS
                       TO WS-IDX-ESTAB-LOCALIZADO
                   MOVE WS-ESTABELECIMENTO
                       TO WS-ESTAB-CODIGO(WS-IDX-ESTAB-LOCALIZADO)
                   MOVE ZERO TO WS-ESTAB-BRUTO(WS-IDX-ESTAB-LOCALIZADO)
                   MOVE ZERO TO WS-ESTAB-FGTS(WS-IDX-ESTAB-LOCALIZADO)
               ELSE
                   DISPLAY "AVISO: LIMITE DE ESTABELECIMENTOS"
                       " EXCEDIDO - ESTABELECIMENTO "
                       WS-ESTABELECIMENTO " FORA DO DETALHAMENTO."
               END-IF
           END-IF.

           IF WS-IDX-ESTAB-LOCALIZADO > ZERO
               ADD WS-SALARIO-BRUTO
                   TO WS-ESTAB-BRUTO(WS-IDX-ESTAB-LOCALIZADO)
               ADD WS-VALOR-FGTS
                   TO WS-ESTAB-FGTS(WS-IDX-ESTAB-LOCALIZADO)
           END-IF.
      *--------------------------------------------------------------*
       ABRIR-ESTABELECIMENTOS.

      *    ESTABELEC.DAT E OPCIONAL: SEM ELE TODA A FOLHA E DA MATRIZ.
           MOVE "N" TO WS-ESTABELEC-DISPONIVEL.
           OPEN INPUT EST-FICHA-FILE.
           IF WS-EST-FILE-STATUS = "00" THEN
               MOVE "S" TO WS-ESTABELEC-DISPONIVEL
           END-IF.
      *--------------------------------------------------------------*
       OBTER-ESTABELECIMENTO.

           MOVE CONST-NOME-EMPRESA TO WS-EST-NOME.
           MOVE CONST-CNPJ-EMPRESA TO WS-EST-CNPJ.

           IF ESTABELEC-DISPONIVEL THEN
               MOVE WS-ESTABELECIMENTO TO EST-CODIGO
               READ EST-FICHA-FILE
               IF WS-EST-FILE-STATUS = "00" THEN
                   MOVE EST-NOME TO WS-EST-NOME
                   MOVE EST-CNPJ TO WS-EST-CNPJ
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-ESTABELECIMENTO NOT = CONST-ESTAB-MATRIZ THEN
               DISPLAY "AVISO: ESTABELECIMENTO " WS-ESTABELECIMENTO
                   " SEM FICHA EM ESTABELEC.DAT - IMPRESSO COM OS"
                   " DADOS DA MATRIZ."
           END-IF.
      *--------------------------------------------------------------*
       ABRIR-CARGOS.

      *    CARGOS.DAT E OPCIONAL: SEM ELE NAO HA INSALUBRIDADE NEM
      *    PERICULOSIDADE, E O NOTURNO USA O PERCENTUAL LEGAL.
           MOVE "N" TO WS-CARGO-DISPONIVEL.
           OPEN INPUT CRG-FICHA-FILE.
           IF WS-CRG-FILE-STATUS = "00" THEN
               MOVE "S" TO WS-CARGO-DISPONIVEL
           END-IF.
      *--------------------------------------------------------------*
       OBTER-CARGO.

           IF WS-CARGO = SPACES OR NOT CARGO-DISPONIVEL THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CARGO TO CRG-CODIGO.
           READ CRG-FICHA-FILE.
           IF WS-CRG-FILE-STATUS = "00" THEN
               MOVE CRG-PERC-INSALUBRIDADE
                   TO WS-CRG-PERC-INSALUBRIDADE
               MOVE CRG-PERC-PERICULOSIDADE
                   TO WS-CRG-PERC-PERICULOSIDADE
               MOVE CRG-PERC-NOTURNO TO WS-CRG-PERC-NOTURNO
           ELSE
               DISPLAY "AVISO: CARGO " WS-CARGO " DO PRONTUARIO "
                   WS-PRONTUARIO " SEM FICHA EM CARGOS.DAT -"
                   " CALCULADO SEM ADICIONAIS DO CARGO."
           END-IF.
      *--------------------------------------------------------------*
       VALIDAR-ENTRADA.

           MOVE SPACES TO WS-MSG-ERRO.
           MOVE SPACES TO WS-MSG-AVISO.
           MOVE SPACES TO WS-COD-ERRO.
           MOVE SPACES TO WS-CARGO.
           MOVE ZERO   TO WS-CRG-PERC-INSALUBRIDADE.
           MOVE ZERO   TO WS-CRG-PERC-PERICULOSIDADE.
           MOVE ZERO   TO WS-CRG-PERC-NOTURNO.
           PERFORM CONTAR-DEPENDENTES-ARQUIVO.

           IF MODO-BATCH THEN
               PERFORM CONSULTAR-CADASTRO
           END-IF.

           IF WS-MSG-ERRO = SPACES THEN
               EVALUATE TRUE
                   WHEN WS-PRONTUARIO = SPACES
                       MOVE "01" TO WS-COD-ERRO
                       MOVE "ERRO: PRONTUARIO NAO PODE SER VAZIO."
                           TO WS-MSG-ERRO
                   WHEN WS-HORA-TRABALHADA = ZERO
                       MOVE "02" TO WS-COD-ERRO
                       MOVE "ERRO: VALOR HORA NAO PODE SER ZERO."
                           TO WS-MSG-ERRO
                   WHEN WS-QTD-HORAS = ZERO
                       MOVE "03" TO WS-COD-ERRO
                       MOVE "ERRO: QTDE HORAS NAO PODE SER ZERO."
                           TO WS-MSG-ERRO
                   WHEN WS-QTD-HORAS > 300
                       MOVE "04" TO WS-COD-ERRO
                       MOVE "ERRO: QTDE HORAS INFORMADA E INVALIDA."
                           TO WS-MSG-ERRO
               END-EVALUATE
           END-IF.

           IF WS-QTD-DEPENTENDES < WS-QTD-DEP-ARQUIVO THEN
               MOVE "AVISO: DEPENDENTES ABAIXO DO CADASTRO."
                   TO WS-MSG-AVISO
           END-IF.
      *--------------------------------------------------------------*
       CONSULTAR-CADASTRO.

      *    O CADASTRO E A FONTE OFICIAL DO NOME E DO VALOR HORA.
           MOVE WS-PRONTUARIO TO CAD-PRONTUARIO.
           READ CAD-FICHA-FILE.

           EVALUATE TRUE
               WHEN WS-CAD-FILE-STATUS NOT = "00"
                   MOVE "05" TO WS-COD-ERRO
                   MOVE "ERRO: PRONTUARIO NAO CADASTRADO."
                       TO WS-MSG-ERRO
               WHEN CAD-STATUS NOT = "A"
                   MOVE "06" TO WS-COD-ERRO
                   MOVE "ERRO: EMPREGADO DESLIGADO."
                       TO WS-MSG-ERRO
               WHEN OTHER
                   MOVE CAD-NOME         TO WS-PRIMEIRO-NOME
                   MOVE CAD-VALOR-HORA   TO WS-HORA-TRABALHADA
                   MOVE CAD-CENTRO-CUSTO TO WS-CENTRO-CUSTO
                   MOVE CAD-ESTABELECIMENTO TO WS-ESTABELECIMENTO
                   IF WS-ESTABELECIMENTO = SPACES THEN
                       MOVE CONST-ESTAB-MATRIZ TO WS-ESTABELECIMENTO
                   END-IF
                   MOVE CAD-CARGO        TO WS-CARGO
                   PERFORM OBTER-CARGO
           END-EVALUATE.
      *--------------------------------------------------------------*
       CONTAR-DEPENDENTES-ARQUIVO.

           MOVE ZERO TO WS-QTD-DEP-ARQUIVO.
           MOVE "N"  TO WS-DEP-FIM-ARQUIVO.

           CLOSE DEP-FICHA-FILE.
           OPEN INPUT DEP-FICHA-FILE.

           IF WS-DEP-FILE-STATUS = "00" THEN
               PERFORM UNTIL DEP-FIM-ARQUIVO
                   READ DEP-FICHA-FILE
                       AT END
                           MOVE "S" TO WS-DEP-FIM-ARQUIVO
                       NOT AT END
                           IF DEP-PRONTUARIO = WS-PRONTUARIO THEN
                               ADD 1 TO WS-QTD-DEP-ARQUIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEP-FICHA-FILE
           END-IF.

           OPEN EXTEND DEP-FICHA-FILE.
           IF WS-DEP-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT DEP-FICHA-FILE
           END-IF.
      *--------------------------------------------------------------*
       CADASTRAR-DEPENDENTES.
           MOVE ZERO TO WS-QTD-OCORRENCIAS.
           MOVE ZERO TO WS-HORAS-DESCONTO.
           MOVE ZERO TO WS-HORAS-DSR.
           MOVE ZERO TO WS-HORAS-NOTURNAS.
           MOVE ZERO TO WS-DIAS-ATESTADO-ACUM.
           MOVE ZERO TO WS-DIAS-ATESTADO-EXCESSO.
           MOVE "N"  TO WS-OCOR-FIM-ARQUIVO.
                   MOVE OCOR-HORAS
                       TO WS-OCOR-DESCONTO(WS-QTD-OCORRENCIAS)
                   ADD OCOR-HORAS TO WS-HORAS-DESCONTO
               WHEN "N"
      *            HORAS NOTURNAS: NAO DESCONTAM, SO GERAM ADICIONAL.
                   ADD OCOR-HORAS TO WS-HORAS-NOTURNAS
               WHEN OTHER
                   DISPLAY "AVISO: TIPO DE OCORRENCIA INVALIDO ("
                       OCOR-TIPO ") PARA O PRONTUARIO "
                   + WS-TOTAL-CREDITOS
                   - WS-TOTAL-DEBITOS
           END-IF.
      *--------------------------------------------------------------*
       ABRIR-CONSIGNADOS.

      *    CONSIGNADO.DAT E OPCIONAL: SEM CONTRATOS A FOLHA SEGUE SEM
      *    DESCONTO DE CONSIGNADO. O MOVIMENTO (CONSMOV.DAT) SO E
      *    CRIADO QUANDO HA CONTRATOS.
           MOVE "N" TO WS-CONSIGNADO-DISPONIVEL.

           OPEN I-O CSG-FICHA-FILE.
           IF WS-CSG-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O CMV-FICHA-FILE.
           IF WS-CMV-FILE-STATUS = "35" THEN
               OPEN OUTPUT CMV-FICHA-FILE
               CLOSE CMV-FICHA-FILE
               OPEN I-O CMV-FICHA-FILE
           END-IF.
           IF WS-CMV-FILE-STATUS NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR CONSMOV.DAT. STATUS: "
                   WS-CMV-FILE-STATUS
               STOP RUN
           END-IF.

           MOVE "S" TO WS-CONSIGNADO-DISPONIVEL.
      *--------------------------------------------------------------*
       CARREGAR-CONSIGNADOS.

           MOVE ZERO TO WS-QTD-CONSIGNADOS.
           IF NOT CONSIGNADO-DISPONIVEL THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "N"           TO WS-CSG-FIM-ARQUIVO.
           MOVE WS-PRONTUARIO TO CSG-PRONTUARIO.
           MOVE SPACES        TO CSG-CONTRATO.
           START CSG-FICHA-FILE KEY >= CSG-CHAVE.
           IF WS-CSG-FILE-STATUS NOT = "00" THEN
               MOVE "S" TO WS-CSG-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL CSG-FIM-ARQUIVO
               READ CSG-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-CSG-FIM-ARQUIVO
                   NOT AT END
                       IF CSG-PRONTUARIO = WS-PRONTUARIO THEN
                           PERFORM REGISTRAR-CONSIGNADO
                       ELSE
                           MOVE "S" TO WS-CSG-FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM.
      *--------------------------------------------------------------*
       REGISTRAR-CONSIGNADO.

      *    PARCELA JA BAIXADA NESTA COMPETENCIA (MOVIMENTO "D") VOLTA
      *    AO CALCULO COM O MESMO NUMERO, MESMO QUE O CONTRATO TENHA
      *    SIDO QUITADO POR ELA.
           MOVE WS-COMPETENCIA TO CMV-COMPETENCIA.
           MOVE WS-PRONTUARIO  TO CMV-PRONTUARIO.
           MOVE CSG-CONTRATO   TO CMV-CONTRATO.
           MOVE "M"            TO CMV-TIPO.
           READ CMV-FICHA-FILE.

           IF WS-CMV-FILE-STATUS = "00" AND CMV-SITUACAO = "D" THEN
               CONTINUE
           ELSE
               IF CSG-SITUACAO NOT = "A"
                  OR CSG-COMPETENCIA-INICIO > WS-COMPETENCIA
                  OR CSG-PARCELAS-PAGAS >= CSG-QTD-PARCELAS THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-QTD-CONSIGNADOS >= CONST-MAX-CONSIGNADOS THEN
               DISPLAY "AVISO: LIMITE DE " CONST-MAX-CONSIGNADOS
                   " CONTRATOS DE CONSIGNADO EXCEDIDO - CONTRATO "
                   CSG-CONTRATO " IGNORADO PARA O PRONTUARIO "
                   WS-PRONTUARIO "."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-CONSIGNADOS.
           MOVE CSG-CONTRATO
               TO WS-CSG-CONTRATO(WS-QTD-CONSIGNADOS).
           MOVE CSG-BANCO
               TO WS-CSG-BANCO(WS-QTD-CONSIGNADOS).
           MOVE CSG-VALOR-PARCELA
               TO WS-CSG-VALOR-PARCELA(WS-QTD-CONSIGNADOS).
           MOVE CSG-QTD-PARCELAS
               TO WS-CSG-QTD-PARCELAS(WS-QTD-CONSIGNADOS).
           MOVE "N"
               TO WS-CSG-SITUACAO(WS-QTD-CONSIGNADOS).

           IF WS-CMV-FILE-STATUS = "00" AND CMV-SITUACAO = "D" THEN
               MOVE CMV-NUMERO-PARCELA
                   TO WS-CSG-NUMERO-PARCELA(WS-QTD-CONSIGNADOS)
               MOVE "S"
                   TO WS-CSG-PARCELA-CONTADA(WS-QTD-CONSIGNADOS)
           ELSE
               COMPUTE WS-CSG-NUMERO-PARCELA(WS-QTD-CONSIGNADOS) =
                   CSG-PARCELAS-PAGAS + 1
               MOVE "N"
                   TO WS-CSG-PARCELA-CONTADA(WS-QTD-CONSIGNADOS)
           END-IF.
      *--------------------------------------------------------------*
       APLICAR-CONSIGNADOS.

           IF WS-QTD-CONSIGNADOS = ZERO THEN
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DESCONTOS-LEGAIS = WS-DESCONTO-INSS
               + WS-DESCONTO-IRRF
               + WS-PENSAO-DEPENTENDE.

           IF WS-DESCONTOS-LEGAIS >= WS-SALARIO-BRUTO
               MOVE ZERO TO WS-MARGEM-CONSIGNAVEL
           ELSE
               COMPUTE WS-MARGEM-CONSIGNAVEL =
                   (WS-SALARIO-BRUTO - WS-DESCONTOS-LEGAIS)
                   * CONST-PERCENTUAL-MARGEM
           END-IF.

           PERFORM VARYING WS-IDX-CSG FROM 1 BY 1
                   UNTIL WS-IDX-CSG > WS-QTD-CONSIGNADOS
               IF WS-CSG-VALOR-PARCELA(WS-IDX-CSG)
                       <= WS-MARGEM-CONSIGNAVEL
                  AND WS-CSG-VALOR-PARCELA(WS-IDX-CSG)
                       <= WS-SALARIO-LIQUIDO
                   MOVE "D" TO WS-CSG-SITUACAO(WS-IDX-CSG)
                   SUBTRACT WS-CSG-VALOR-PARCELA(WS-IDX-CSG)
                       FROM WS-MARGEM-CONSIGNAVEL
                   SUBTRACT WS-CSG-VALOR-PARCELA(WS-IDX-CSG)
                       FROM WS-SALARIO-LIQUIDO
               ELSE
                   MOVE "N" TO WS-CSG-SITUACAO(WS-IDX-CSG)
                   DISPLAY "AVISO: PARCELA DO CONSIGNADO "
                       WS-CSG-CONTRATO(WS-IDX-CSG)
                       " NAO DESCONTADA - MARGEM INSUFICIENTE"
                       " NO PRONTUARIO " WS-PRONTUARIO "."
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       ATUALIZAR-CONSIGNADOS.

      *    RODA ANTES DA GRAVACAO DO HISTORICO: SE O LOTE ABORTAR
      *    ENTRE AS DUAS, A RETOMADA RECALCULA O EMPREGADO E O
      *    MOVIMENTO "D" IMPEDE A BAIXA EM DOBRO DA PARCELA.
           PERFORM VARYING WS-IDX-CSG FROM 1 BY 1
                   UNTIL WS-IDX-CSG > WS-QTD-CONSIGNADOS
               PERFORM GRAVAR-MOVIMENTO-CONSIGNADO
               IF WS-CSG-SITUACAO(WS-IDX-CSG) = "D"
                  AND WS-CSG-PARCELA-CONTADA(WS-IDX-CSG) = "N"
                   PERFORM BAIXAR-PARCELA-CONSIGNADO
               END-IF
               IF WS-CSG-SITUACAO(WS-IDX-CSG) = "N"
                  AND WS-CSG-PARCELA-CONTADA(WS-IDX-CSG) = "S"
                   PERFORM ESTORNAR-PARCELA-CONSIGNADO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       GRAVAR-MOVIMENTO-CONSIGNADO.

           MOVE WS-COMPETENCIA TO CMV-COMPETENCIA.
           MOVE WS-PRONTUARIO  TO CMV-PRONTUARIO.
           MOVE WS-CSG-CONTRATO(WS-IDX-CSG) TO CMV-CONTRATO.
           MOVE "M"            TO CMV-TIPO.
           READ CMV-FICHA-FILE.

           MOVE WS-CSG-BANCO(WS-IDX-CSG)  TO CMV-BANCO.
           MOVE WS-PRIMEIRO-NOME          TO CMV-NOME.
           MOVE WS-CSG-NUMERO-PARCELA(WS-IDX-CSG)
               TO CMV-NUMERO-PARCELA.
           MOVE WS-CSG-QTD-PARCELAS(WS-IDX-CSG)
               TO CMV-QTD-PARCELAS.
           MOVE WS-CSG-VALOR-PARCELA(WS-IDX-CSG)
               TO CMV-VALOR-PARCELA.
           MOVE WS-CSG-SITUACAO(WS-IDX-CSG) TO CMV-SITUACAO.
           IF WS-CSG-SITUACAO(WS-IDX-CSG) = "D"
               MOVE WS-CSG-VALOR-PARCELA(WS-IDX-CSG)
                   TO CMV-VALOR-DESCONTADO
           ELSE
               MOVE ZERO TO CMV-VALOR-DESCONTADO
           END-IF.

           IF WS-CMV-FILE-STATUS = "00"
               REWRITE CMV-REG
           ELSE
               MOVE WS-COMPETENCIA TO CMV-COMPETENCIA
               MOVE WS-PRONTUARIO  TO CMV-PRONTUARIO
               MOVE WS-CSG-CONTRATO(WS-IDX-CSG) TO CMV-CONTRATO
               MOVE "M"            TO CMV-TIPO
               WRITE CMV-REG
           END-IF.

           MOVE WS-CMV-FILE-STATUS TO WS-GRAVACAO-STATUS.
           MOVE "CONSMOV.DAT"      TO WS-GRAVACAO-ARQUIVO.
           PERFORM TESTAR-GRAVACAO-SAIDA.
      *--------------------------------------------------------------*
       BAIXAR-PARCELA-CONSIGNADO.

      *    APOS A ULTIMA PARCELA O CONTRATO FICA QUITADO E DEIXA DE
      *    SER DESCONTADO.
           MOVE WS-PRONTUARIO               TO CSG-PRONTUARIO.
           MOVE WS-CSG-CONTRATO(WS-IDX-CSG) TO CSG-CONTRATO.
           READ CSG-FICHA-FILE.

           IF WS-CSG-FILE-STATUS = "00" THEN
               ADD 1 TO CSG-PARCELAS-PAGAS
               IF CSG-PARCELAS-PAGAS >= CSG-QTD-PARCELAS
                   MOVE "Q" TO CSG-SITUACAO
                   DISPLAY "CONSIGNADO " CSG-CONTRATO
                       " QUITADO NO PRONTUARIO " WS-PRONTUARIO "."
               END-IF
               REWRITE CSG-REG
           END-IF.

           MOVE WS-CSG-FILE-STATUS TO WS-GRAVACAO-STATUS.
           MOVE "CONSIGNADO.DAT"   TO WS-GRAVACAO-ARQUIVO.
           PERFORM TESTAR-GRAVACAO-SAIDA.
      *--------------------------------------------------------------*
       ESTORNAR-PARCELA-CONSIGNADO.

      *    PARCELA BAIXADA NUM CALCULO ANTERIOR DA COMPETENCIA QUE
      *    AGORA NAO COUBE NA MARGEM: DEVOLVE A PARCELA AO CONTRATO.
           MOVE WS-PRONTUARIO               TO CSG-PRONTUARIO.
           MOVE WS-CSG-CONTRATO(WS-IDX-CSG) TO CSG-CONTRATO.
           READ CSG-FICHA-FILE.

           IF WS-CSG-FILE-STATUS = "00" THEN
               IF CSG-PARCELAS-PAGAS > ZERO
                   SUBTRACT 1 FROM CSG-PARCELAS-PAGAS
               END-IF
               IF CSG-SITUACAO = "Q"
                   MOVE "A" TO CSG-SITUACAO
               END-IF
               REWRITE CSG-REG
           END-IF.

           MOVE WS-CSG-FILE-STATUS TO WS-GRAVACAO-STATUS.
           MOVE "CONSIGNADO.DAT"   TO WS-GRAVACAO-ARQUIVO.
           PERFORM TESTAR-GRAVACAO-SAIDA.
      *--------------------------------------------------------------*
       ABRIR-PENSOES.

      *    PENSAO.DAT E OPCIONAL: SEM ORDENS JUDICIAIS A FOLHA SEGUE
      *    SEM DESCONTO DE PENSAO. O MOVIMENTO (PENMOV.DAT) SO E
      *    CRIADO QUANDO HA ORDENS.
           MOVE "N" TO WS-PENSAO-DISPONIVEL.

           OPEN INPUT PEN-FICHA-FILE.
           IF WS-PEN-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O PMV-FICHA-FILE.
           IF WS-PMV-FILE-STATUS = "35" THEN
               OPEN OUTPUT PMV-FICHA-FILE
               CLOSE PMV-FICHA-FILE
               OPEN I-O PMV-FICHA-FILE
           END-IF.
           IF WS-PMV-FILE-STATUS NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR PENMOV.DAT. STATUS: "
                   WS-PMV-FILE-STATUS
               STOP RUN
           END-IF.

           MOVE "S" TO WS-PENSAO-DISPONIVEL.
      *--------------------------------------------------------------*
       CARREGAR-PENSOES.

           MOVE ZERO TO WS-QTD-PENSOES.
           IF NOT PENSAO-DISPONIVEL THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "N"           TO WS-PEN-FIM-ARQUIVO.
           MOVE WS-PRONTUARIO TO PEN-PRONTUARIO.
           MOVE ZEROS         TO PEN-ORDEM.
           START PEN-FICHA-FILE KEY >= PEN-CHAVE.
           IF WS-PEN-FILE-STATUS NOT = "00" THEN
               MOVE "S" TO WS-PEN-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL PEN-FIM-ARQUIVO
               READ PEN-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-PEN-FIM-ARQUIVO
                   NOT AT END
                       IF PEN-PRONTUARIO = WS-PRONTUARIO THEN
                           PERFORM REGISTRAR-PENSAO
                       ELSE
                           MOVE "S" TO WS-PEN-FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM.
      *--------------------------------------------------------------*
       REGISTRAR-PENSAO.

      *    SOMENTE ORDENS ATIVAS, JA VIGENTES NA COMPETENCIA E QUE
      *    INCIDEM SOBRE A FOLHA MENSAL.
           IF PEN-SITUACAO NOT = "A"
              OR PEN-INCIDE-MENSAL NOT = "S"
              OR PEN-COMPETENCIA-INICIO > WS-COMPETENCIA THEN
               EXIT PARAGRAPH
           END-IF.

           IF WS-QTD-PENSOES >= CONST-MAX-PENSOES THEN
               DISPLAY "AVISO: LIMITE DE " CONST-MAX-PENSOES
                   " ORDENS DE PENSAO EXCEDIDO - ORDEM " PEN-ORDEM
                   " IGNORADA PARA O PRONTUARIO " WS-PRONTUARIO "."
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
       CALCULAR-PENSOES.

      *    CHAMADO COM O INSS E O IRRF SEM PENSAO JA CALCULADOS. A
      *    SOMA DAS PENSOES NAO PASSA DO LIQUIDO (BRUTO - INSS - IRRF).
           MOVE ZERO TO WS-PENSAO-DEPENTENDE.
           IF WS-QTD-PENSOES = ZERO THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SALARIO-BRUTO TO WS-PEN-BASE-BRUTA.
           IF WS-DESCONTO-INSS + WS-DESCONTO-IRRF >= WS-SALARIO-BRUTO
               MOVE ZERO TO WS-PEN-BASE-LIQUIDA
           ELSE
               COMPUTE WS-PEN-BASE-LIQUIDA = WS-SALARIO-BRUTO
                   - WS-DESCONTO-INSS
                   - WS-DESCONTO-IRRF
           END-IF.
           MOVE WS-PEN-BASE-LIQUIDA TO WS-PEN-DISPONIVEL.

           PERFORM VARYING WS-IDX-PEN FROM 1 BY 1
                   UNTIL WS-IDX-PEN > WS-QTD-PENSOES
               PERFORM CALCULAR-UMA-PENSAO
           END-PERFORM.
      *--------------------------------------------------------------*
       CALCULAR-UMA-PENSAO.

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
                   " LIMITADA AO LIQUIDO DISPONIVEL - PRONTUARIO "
                   WS-PRONTUARIO "."
               MOVE WS-PEN-DISPONIVEL TO WS-PEN-VALOR-CALCULADO
           END-IF.

           MOVE WS-PEN-VALOR-CALCULADO TO WS-PEN-DESCONTO(WS-IDX-PEN).
           SUBTRACT WS-PEN-VALOR-CALCULADO FROM WS-PEN-DISPONIVEL.
           ADD WS-PEN-VALOR-CALCULADO TO WS-PENSAO-DEPENTENDE.
      *--------------------------------------------------------------*
       GRAVAR-MOVIMENTO-PENSOES.

      *    UM REGISTRO POR ORDEM DESCONTADA, NA MESMA SEQUENCIA DO
      *    REGISTRO DO HISTORICO, PARA O CREDITO AO BENEFICIARIO.
           IF WS-QTD-PENSOES = ZERO
              OR WS-HIST-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-IDX-PEN FROM 1 BY 1
                   UNTIL WS-IDX-PEN > WS-QTD-PENSOES
               IF WS-PEN-DESCONTO(WS-IDX-PEN) > ZERO
                   PERFORM GRAVAR-UMA-PENSAO
               END-IF
           END-PERFORM.
      *--------------------------------------------------------------*
       GRAVAR-UMA-PENSAO.

           MOVE WS-COMPETENCIA         TO PMV-COMPETENCIA.
           MOVE WS-PRONTUARIO          TO PMV-PRONTUARIO.
           MOVE "M"                    TO PMV-TIPO.
           MOVE HIST-SEQUENCIA         TO PMV-SEQUENCIA.
           MOVE WS-PEN-ORDEM(WS-IDX-PEN) TO PMV-ORDEM.
           MOVE WS-PEN-NOME(WS-IDX-PEN) TO PMV-NOME-BENEFICIARIO.
           MOVE WS-PEN-CPF(WS-IDX-PEN) TO PMV-CPF-BENEFICIARIO.
           MOVE WS-PEN-BANCO(WS-IDX-PEN) TO PMV-BANCO.
           MOVE WS-PEN-AGENCIA(WS-IDX-PEN) TO PMV-AGENCIA.
           MOVE WS-PEN-CONTA(WS-IDX-PEN) TO PMV-CONTA.
           MOVE WS-PEN-DIGITO-CONTA(WS-IDX-PEN) TO PMV-DIGITO-CONTA.
           MOVE WS-PEN-BASE(WS-IDX-PEN) TO PMV-BASE-CALCULO.
           MOVE WS-PEN-DESCONTO(WS-IDX-PEN) TO PMV-VALOR-DESCONTADO.
           MOVE WS-CENTRO-CUSTO        TO PMV-CENTRO-CUSTO.

           WRITE PMV-REG.
           IF WS-PMV-FILE-STATUS = "22" THEN
               REWRITE PMV-REG
           END-IF.

           MOVE WS-PMV-FILE-STATUS TO WS-GRAVACAO-STATUS.
           MOVE "PENMOV.DAT"       TO WS-GRAVACAO-ARQUIVO.
           PERFORM TESTAR-GRAVACAO-SAIDA.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-PENSAO.

           MOVE WS-PEN-DESCONTO(WS-IDX-PEN) TO WS-HOLERITE-VALOR.
           MOVE SPACES TO HOLERITE-LINHA.
           STRING "(-) PENSAO ALIMENTICIA....: " WS-HOLERITE-VALOR
               "  " WS-PEN-NOME(WS-IDX-PEN)
               DELIMITED BY SIZE INTO HOLERITE-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.
      *--------------------------------------------------------------*
       ABRIR-ADICIONAIS.

           OPEN I-O AMV-FICHA-FILE.
           IF WS-AMV-FILE-STATUS = "35" THEN
               OPEN OUTPUT AMV-FICHA-FILE
               CLOSE AMV-FICHA-FILE
               OPEN I-O AMV-FICHA-FILE
           END-IF.
           IF WS-AMV-FILE-STATUS NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR ADICMOV.DAT. STATUS: "
                   WS-AMV-FILE-STATUS
               STOP RUN
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-MOVIMENTO-ADICIONAIS.

      *    UM REGISTRO POR EMPREGADO COM ADICIONAL, NA MESMA
      *    SEQUENCIA DO REGISTRO DO HISTORICO.
           IF WS-HIST-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-ADIC-INSALUBRIDADE = ZERO
              AND WS-ADIC-PERICULOSIDADE = ZERO
              AND WS-ADIC-NOTURNO = ZERO THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COMPETENCIA         TO AMV-COMPETENCIA.
           MOVE WS-PRONTUARIO          TO AMV-PRONTUARIO.
           MOVE "M"                    TO AMV-TIPO.
           MOVE HIST-SEQUENCIA         TO AMV-SEQUENCIA.
           MOVE WS-CARGO               TO AMV-CARGO.
           MOVE WS-CENTRO-CUSTO        TO AMV-CENTRO-CUSTO.
           MOVE WS-ESTABELECIMENTO     TO AMV-ESTABELECIMENTO.
           MOVE WS-ADIC-INSALUBRIDADE  TO AMV-INSALUBRIDADE.
           MOVE WS-ADIC-PERICULOSIDADE TO AMV-PERICULOSIDADE.
           MOVE WS-HORAS-NOTURNAS      TO AMV-HORAS-NOTURNAS.
           MOVE WS-ADIC-NOTURNO        TO AMV-NOTURNO.

           WRITE AMV-REG.
           IF WS-AMV-FILE-STATUS = "22" THEN
               REWRITE AMV-REG
           END-IF.

           MOVE WS-AMV-FILE-STATUS TO WS-GRAVACAO-STATUS.
           MOVE "ADICMOV.DAT"      TO WS-GRAVACAO-ARQUIVO.
           PERFORM TESTAR-GRAVACAO-SAIDA.
      *--------------------------------------------------------------*
       EXPURGAR-MOVIMENTO-ADICIONAIS.

      *    REPROCESSAMENTO: REMOVE OS ADICIONAIS DA FOLHA MENSAL DA
      *    COMPETENCIA ANTES DO EXPURGO DO HISTORICO.
           OPEN I-O AMV-FICHA-FILE.
           IF WS-AMV-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "N"    TO WS-AMV-FIM-ARQUIVO.
           MOVE SPACES TO AMV-CHAVE.
           MOVE WS-COMPETENCIA TO AMV-COMPETENCIA.
           START AMV-FICHA-FILE KEY >= AMV-CHAVE.
           IF WS-AMV-FILE-STATUS NOT = "00" THEN
               MOVE "S" TO WS-AMV-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL AMV-FIM-ARQUIVO
               READ AMV-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-AMV-FIM-ARQUIVO
                   NOT AT END
                       IF AMV-COMPETENCIA NOT = WS-COMPETENCIA THEN
                           MOVE "S" TO WS-AMV-FIM-ARQUIVO
                       ELSE
                           IF AMV-TIPO = "M" THEN
                               DELETE AMV-FICHA-FILE
                               IF WS-AMV-FILE-STATUS NOT = "00" THEN
                                   DISPLAY "ERRO DE I-O NO EXPURGO"
                                       " (ADICMOV.DAT) - STATUS: "
                                       WS-AMV-FILE-STATUS
                                   DISPLAY "REPROCESSAMENTO ABORTADO"
                                       " - REPETIR A EXECUCAO COM"
                                       " TIPO R."
                                   STOP RUN
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AMV-FICHA-FILE.
      *--------------------------------------------------------------*
       EXPURGAR-MOVIMENTO-PENSOES.

      *    REPROCESSAMENTO: REMOVE AS PENSOES DA FOLHA MENSAL DA
      *    COMPETENCIA ANTES DO EXPURGO DO HISTORICO, PARA QUE UMA
      *    FALHA AQUI POSSA SER REPETIDA COM O HISTORICO INTACTO.
           OPEN I-O PMV-FICHA-FILE.
           IF WS-PMV-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "N"    TO WS-PMV-FIM-ARQUIVO.
           MOVE SPACES TO PMV-CHAVE.
           MOVE WS-COMPETENCIA TO PMV-COMPETENCIA.
           START PMV-FICHA-FILE KEY >= PMV-CHAVE.
           IF WS-PMV-FILE-STATUS NOT = "00" THEN
               MOVE "S" TO WS-PMV-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL PMV-FIM-ARQUIVO
               READ PMV-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-PMV-FIM-ARQUIVO
                   NOT AT END
                       IF PMV-COMPETENCIA NOT = WS-COMPETENCIA THEN
                           MOVE "S" TO WS-PMV-FIM-ARQUIVO
                       ELSE
                           IF PMV-TIPO = "M" THEN
                               DELETE PMV-FICHA-FILE
                               IF WS-PMV-FILE-STATUS NOT = "00" THEN
                                   DISPLAY "ERRO DE I-O NO EXPURGO"
                                       " (PENMOV.DAT) - STATUS: "
                                       WS-PMV-FILE-STATUS
                                   DISPLAY "REPROCESSAMENTO ABORTADO"
                                       " - REPETIR A EXECUCAO COM"
                                       " TIPO R."
                                   STOP RUN
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PMV-FICHA-FILE.
      *--------------------------------------------------------------*
       CARREGAR-TAXAS.

                        WS-IRRF-DEDUCAO(TAXA-ORDEM)
               WHEN "DEPN"
                   MOVE TAXA-VALOR-ADICIONAL TO WS-DEDUCAO-DEPENDENTE
               WHEN "SMIN"
                   MOVE TAXA-VALOR-ADICIONAL TO WS-SALARIO-MINIMO
           END-EVALUATE.
      *--------------------------------------------------------------*
       CARREGAR-TAXAS-PADRAO.
           MOVE    884,96 TO WS-IRRF-DEDUCAO(5).

           MOVE    189,59 TO WS-DEDUCAO-DEPENDENTE.

           MOVE   1320,00 TO WS-SALARIO-MINIMO.
      *--------------------------------------------------------------*
       CALCULAR-HORAS-EXTRAS.

      *    PRESERVADOS. NO ARQUIVO INDEXADO O EXPURGO E UM DELETE
      *    REGISTRO A REGISTRO, SEM ARQUIVO TEMPORARIO.

           PERFORM EXPURGAR-MOVIMENTO-PENSOES.
           PERFORM EXPURGAR-MOVIMENTO-ADICIONAIS.

           MOVE ZERO TO WS-QTD-EXPURGADOS.
           MOVE "N"  TO WS-HIST-FIM-ARQUIVO.

           MOVE ZERO TO WS-QTD-JA-PROCESSADOS.
           MOVE "N"  TO WS-HIST-FIM-ARQUIVO.

           MOVE "N" TO WS-CAD-ABERTO-RETOMADA.
           OPEN INPUT CAD-FICHA-FILE.
           IF WS-CAD-FILE-STATUS = "00" THEN
               MOVE "S" TO WS-CAD-ABERTO-RETOMADA
           END-IF.

           OPEN INPUT HIST-FICHA-FILE.
           IF WS-HIST-FILE-STATUS = "00" THEN
               PERFORM POSICIONAR-INICIO-HISTORICO
               CLOSE HIST-FICHA-FILE
           END-IF.

           IF CAD-ABERTO-RETOMADA THEN
               CLOSE CAD-FICHA-FILE
           END-IF.

           DISPLAY "RETOMADA: " WS-QTD-JA-PROCESSADOS
               " EMPREGADO(S) JA GRAVADO(S) SERAO PULADOS.".
      *--------------------------------------------------------------*
           MOVE HIST-SALARIO-BRUTO TO WS-SALARIO-BRUTO.
           MOVE WS-FGTS-REGISTRO   TO WS-VALOR-FGTS.
           PERFORM ACUMULAR-CENTRO-CUSTO.

      *    O HISTORICO NAO GUARDA O ESTABELECIMENTO: VEM DO CADASTRO.
           MOVE CONST-ESTAB-MATRIZ TO WS-ESTABELECIMENTO.
           IF CAD-ABERTO-RETOMADA THEN
               MOVE HIST-PRONTUARIO TO CAD-PRONTUARIO
               READ CAD-FICHA-FILE
               IF WS-CAD-FILE-STATUS = "00"
                  AND CAD-ESTABELECIMENTO NOT = SPACES THEN
                   MOVE CAD-ESTABELECIMENTO TO WS-ESTABELECIMENTO
               END-IF
           END-IF.
           PERFORM ACUMULAR-ESTABELECIMENTO.
      *--------------------------------------------------------------*
       GRAVAR-CHECKPOINT.

                   WS-HIST-FILE-STATUS
               STOP RUN
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
      *--------------------------------------------------------------*
       AVANCAR-CALENDARIO.

           OPEN I-O CTL-FICHA-FILE.
           IF WS-CTL-FILE-STATUS = "35"
               OPEN OUTPUT CTL-FICHA-FILE
               CLOSE CTL-FICHA-FILE
               OPEN I-O CTL-FICHA-FILE
           END-IF.
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "AVISO: COMPETEN.DAT INDISPONIVEL - STATUS: "
                   WS-CTL-FILE-STATUS
                   " - SITUACAO DA COMPETENCIA NAO ATUALIZADA."
               EXIT PARAGRAPH
           END-IF.

           CALL "C$GETENV" USING CONST-VAR-AMBIENTE-USUARIO
                                  WS-AUDIT-OPERADOR.
           ACCEPT WS-CTL-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-CTL-HORA FROM TIME.

           MOVE WS-CTL-COMPETENCIA TO CTL-COMPETENCIA.
           READ CTL-FICHA-FILE.
           IF WS-CTL-FILE-STATUS = "00"
               PERFORM PREENCHER-CALENDARIO
               REWRITE CTL-REG
           ELSE
               PERFORM PREENCHER-CALENDARIO
               WRITE CTL-REG
           END-IF.

           IF WS-CTL-FILE-STATUS = "00"
               MOVE WS-CTL-SITUACAO-NOVA TO WS-CTL-SITUACAO
               DISPLAY "CALENDARIO: COMPETENCIA " WS-CTL-COMPETENCIA
                   " PASSA A SITUACAO " WS-CTL-SITUACAO-NOVA "."
           ELSE
               DISPLAY "AVISO: ERRO DE GRAVACAO EM COMPETEN.DAT - "
                   "STATUS: " WS-CTL-FILE-STATUS
           END-IF.

           CLOSE CTL-FICHA-FILE.
      *--------------------------------------------------------------*
       PREENCHER-CALENDARIO.

           MOVE WS-CTL-COMPETENCIA   TO CTL-COMPETENCIA.
           MOVE WS-CTL-SITUACAO-NOVA TO CTL-STATUS.
           MOVE WS-CTL-DATA          TO CTL-DATA-ALTERACAO.
           MOVE WS-CTL-HORA          TO CTL-HORA-ALTERACAO.
           MOVE WS-AUDIT-OPERADOR    TO CTL-OPERADOR.
           MOVE CONST-CTL-PROGRAMA   TO CTL-PROGRAMA.
