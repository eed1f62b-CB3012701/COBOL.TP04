               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-REMESSA-FILE-STATUS.

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

           SELECT CADLOG-FILE     ASSIGN TO "CADLOG.DAT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-CADLOG-FILE-STATUS.

           SELECT RETIDOS-FILE    ASSIGN TO "REMRETIDOS.DAT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-RETIDOS-FILE-STATUS.

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

           SELECT RMP-FICHA-FILE  ASSIGN TO "REMPAGOS.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS RMP-CHAVE
               FILE STATUS        IS WS-RMP-FILE-STATUS.

      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 CAD-CONTA                 PIC 9(10).
           05 CAD-DIGITO-CONTA          PIC X(1).
           05 CAD-CENTRO-CUSTO          PIC X(4).
           05 CAD-OPTA-ADIANTAMENTO     PIC X(1).
           05 CAD-ESTABELECIMENTO       PIC X(3).
           05 CAD-CARGO                 PIC X(4).

       FD  REMESSA-FILE.
       01  REMESSA-LINHA                PIC X(80).

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

       FD  RETIDOS-FILE.
       01  RETIDOS-LINHA                PIC X(80).

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

      *    CREDITOS JA REMETIDOS: UM REGISTRO POR CREDITO GRAVADO EM
      *    REMESSA.DAT. ORIGEM E EMPREGADO (TIPO E SEQUENCIA DO
      *    HISTIDX.DAT, ORDEM ZERO) OU P PENSAO (CHAVE DO PENMOV.DAT).
       FD  RMP-FICHA-FILE.
       01  RMP-REG.
           05 RMP-CHAVE.
               10 RMP-COMPETENCIA       PIC 9(6).
               10 RMP-PRONTUARIO        PIC X(8).
               10 RMP-ORIGEM            PIC X(1).
               10 RMP-TIPO              PIC X(1).
               10 RMP-SEQUENCIA         PIC 9(2).
               10 RMP-ORDEM             PIC 9(2).
           05 RMP-BANCO                 PIC 9(3).
           05 RMP-AGENCIA               PIC 9(4).
           05 RMP-CONTA                 PIC 9(10).
           05 RMP-DIGITO-CONTA          PIC X(1).
           05 RMP-VALOR-CREDITO         PIC 9(5)V9(2).
           05 RMP-DATA-REMESSA          PIC 9(8).

       WORKING-STORAGE SECTION.
       77 WS-HIST-FILE-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-CAD-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-REMESSA-FILE-STATUS       PIC X(2)        VALUE SPACES.
       77 WS-CPG-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-LIB-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-CADLOG-FILE-STATUS        PIC X(2)        VALUE SPACES.
       77 WS-RETIDOS-FILE-STATUS       PIC X(2)        VALUE SPACES.

       77 WS-COMPETENCIA-ALVO          PIC 9(6)        VALUE ZEROS.
       77 WS-DATA-GERACAO              PIC 9(8)        VALUE ZEROS.
       77 WS-QTD-SEM-CONTA             PIC 9(6)        VALUE ZERO.
       77 WS-TOTAL-LIQUIDO             PIC 9(9)V9(2)   VALUE ZERO.

      *    A REMESSA DE ADIANTAMENTO (DIA 20) PAGA SOMENTE OS
      *    REGISTROS "A" DA COMPETENCIA; A REMESSA DA FOLHA PAGA
      *    TODOS OS DEMAIS, COM O ADIANTAMENTO JA DESCONTADO NO
      *    LIQUIDO MENSAL.
       01 WS-TIPO-REMESSA              PIC X           VALUE "F".
           88 REMESSA-FOLHA                            VALUE "F".
           88 REMESSA-ADIANTAMENTO                     VALUE "A".
           88 TIPO-REMESSA-VALIDO                      VALUE "F", "A".

       77 CONST-NOME-EMPRESA           PIC X(30)
           VALUE "EMPRESA MODELO LTDA".
       77 CONST-CNPJ-EMPRESA           PIC 9(14)
       01 WS-HIST-FIM-ARQUIVO          PIC X           VALUE "N".
           88 HIST-FIM-ARQUIVO                         VALUE "S".

      *---- UMA REMESSA POR CNPJ PAGADOR ------------------------------*
      *    CADA ESTABELECIMENTO PAGA A PROPRIA FOLHA: REMESSA.DAT
      *    RECEBE UM HEADER, OS DETALHES E UM TRAILER POR CNPJ. O
      *    ESTABELECIMENTO DO EMPREGADO VEM DO CADASTRO (BRANCO =
      *    MATRIZ); A MATRIZ SEM FICHA EM ESTABELEC.DAT USA A RAZAO
      *    SOCIAL E O CNPJ PADRAO. CODIGO SEM FICHA NAO E PAGO.
       77 WS-EST-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 CONST-ESTAB-MATRIZ           PIC X(3)        VALUE "001".
       77 CONST-MAX-ESTABELECIMENTOS   PIC 9(2)        VALUE 10.
       77 WS-QTD-ESTABELECIMENTOS      PIC 9(2)        VALUE ZERO.
       77 WS-IDX-ESTAB                 PIC 9(2)        VALUE ZERO.
       77 WS-IDX-ESTAB-LOCALIZADO      PIC 9(2)        VALUE ZERO.
       77 WS-IDX-GRUPO                 PIC 9(2)        VALUE ZERO.
       77 WS-ESTABELECIMENTO           PIC X(3)        VALUE SPACES.
       01 WS-TABELA-ESTABELECIMENTO.
           05 WS-ESTAB-ITEM OCCURS 10 TIMES.
               10 WS-ESTAB-CODIGO      PIC X(3).
               10 WS-ESTAB-NOME        PIC X(30).
               10 WS-ESTAB-CNPJ        PIC 9(14).
       77 WS-GRUPO-NOME                PIC X(30)       VALUE SPACES.
       77 WS-GRUPO-CNPJ                PIC 9(14)       VALUE ZEROS.
       77 WS-GRP-QTD-DETALHES          PIC 9(6)        VALUE ZERO.
       77 WS-GRP-TOTAL-LIQUIDO         PIC 9(9)V9(2)   VALUE ZERO.
       77 WS-QTD-REMESSAS              PIC 9(2)        VALUE ZERO.
       77 WS-QTD-SEM-ESTABELECIMENTO   PIC 9(6)        VALUE ZERO.
       01 WS-GRUPO-NOVO                PIC X           VALUE "N".
           88 GRUPO-NOVO                               VALUE "S".
       01 WS-HEADER-GRAVADO            PIC X           VALUE "N".
           88 HEADER-GRAVADO                           VALUE "S".
       01 WS-ESTAB-DO-GRUPO            PIC X           VALUE "N".
           88 ESTAB-DO-GRUPO                           VALUE "S".

      *---- CREDITOS JA REMETIDOS (REMPAGOS.DAT) ----------------------*
      *    CADA EXECUCAO GERA EM REMESSA.DAT SOMENTE OS CREDITOS DA
      *    COMPETENCIA QUE AINDA NAO FORAM REMETIDOS: A REMESSA
      *    REPETIDA APOS UMA LIBERACAO LEVA SO OS CREDITOS LIBERADOS
      *    (E OS NOVOS, COMO DIFERENCAS DE DISSIDIO).
       77 WS-RMP-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-QTD-JA-REMETIDOS          PIC 9(6)        VALUE ZERO.
       77 WS-QTD-VALOR-DIVERGENTE      PIC 9(6)        VALUE ZERO.
       01 WS-RMP-CHAVE.
           05 WS-RMP-COMPETENCIA       PIC 9(6)        VALUE ZEROS.
           05 WS-RMP-PRONTUARIO        PIC X(8)        VALUE SPACES.
           05 WS-RMP-ORIGEM            PIC X(1)        VALUE SPACE.
           05 WS-RMP-TIPO              PIC X(1)        VALUE SPACE.
           05 WS-RMP-SEQUENCIA         PIC 9(2)        VALUE ZEROS.
           05 WS-RMP-ORDEM             PIC 9(2)        VALUE ZEROS.
       01 WS-CREDITO-REMETIDO          PIC X           VALUE "N".
           88 CREDITO-JA-REMETIDO                      VALUE "S".

      *---- PENSAO ALIMENTICIA (PENMOV.DAT) ---------------------------*
      *    NA REMESSA DA FOLHA CADA PENSAO DESCONTADA NA COMPETENCIA
      *    VIRA UM CREDITO PROPRIO NA CONTA DO BENEFICIARIO, COM O
      *    PRONTUARIO DO EMPREGADO. NAO HA RETENCAO POR ALTERACAO
      *    DE CONTA DO EMPREGADO: O VALOR JA FOI DESCONTADO.
       77 WS-PMV-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-QTD-PENSOES               PIC 9(6)        VALUE ZERO.
       77 WS-TOTAL-PENSOES             PIC 9(9)V9(2)   VALUE ZERO.
       77 WS-QTD-PENSOES-SEM-CONTA     PIC 9(6)        VALUE ZERO.
       01 WS-PMV-FIM-ARQUIVO           PIC X           VALUE "N".
           88 PMV-FIM-ARQUIVO                          VALUE "S".

      *---- RETENCAO POR ALTERACAO DE CONTA BANCARIA -----------------*
      *    QUEM TEVE A CONTA ALTERADA DESDE A REMESSA ANTERIOR FICA
      *    FORA DA REMESSA ATE QUE OUTRO OPERADOR LIBERE A CONTA NOVA
      *    (TP04CLOG). A PRIMEIRA REMESSA DO EMPREGADO NAO E RETIDA.
       77 WS-QTD-RETIDOS               PIC 9(6)        VALUE ZERO.
       77 WS-TOTAL-RETIDO              PIC 9(9)V9(2)   VALUE ZERO.
       77 WS-QTD-LIBERADOS             PIC 9(6)        VALUE ZERO.
       01 WS-CONTA-RETIDA              PIC X           VALUE "N".
           88 CONTA-RETIDA                             VALUE "S".
       01 WS-CONTA-LIBERADA            PIC X           VALUE "N".
           88 CONTA-LIBERADA                           VALUE "S".
       01 WS-CPG-EXISTENTE             PIC X           VALUE "N".
           88 CPG-EXISTENTE                            VALUE "S".
       01 WS-LIB-DISPONIVEL            PIC X           VALUE "N".
           88 LIB-DISPONIVEL                           VALUE "S".
       01 WS-CADLOG-FIM-ARQUIVO        PIC X           VALUE "N".
           88 CADLOG-FIM-ARQUIVO                       VALUE "S".
       01 WS-CAD-DADOS-BANCARIOS.
           05 WS-CAD-BANCO             PIC 9(3)        VALUE ZEROS.
           05 WS-CAD-AGENCIA           PIC 9(4)        VALUE ZEROS.
           05 WS-CAD-CONTA             PIC 9(10)       VALUE ZEROS.
           05 WS-CAD-DIGITO-CONTA      PIC X(1)        VALUE SPACE.

      *    POSICAO DOS DADOS BANCARIOS NA IMAGEM DO CAD-REG GRAVADA
      *    NO LOG (BANCO, AGENCIA, CONTA E DIGITO).
       01 WS-LOG-IMAGEM-ANTES.
           05 FILLER                   PIC X(53).
           05 WS-ANTES-DADOS-BANCARIOS PIC X(18).
           05 FILLER                   PIC X(49).
       01 WS-LOG-IMAGEM-DEPOIS.
           05 FILLER                   PIC X(53).
           05 WS-DEPOIS-DADOS-BANCARIOS PIC X(18).
           05 FILLER                   PIC X(49).
       01 WS-ULTIMA-ALTERACAO.
           05 WS-ALT-DATA              PIC 9(8)        VALUE ZEROS.
           05 WS-ALT-HORA              PIC 9(8)        VALUE ZEROS.
           05 WS-ALT-OPERADOR          PIC X(20)       VALUE SPACES.
           05 WS-ALT-PROGRAMA          PIC X(8)        VALUE SPACES.

       01 WS-RET-DATA                  PIC 9(8)        VALUE ZEROS.
       01 WS-RET-DATA-R REDEFINES WS-RET-DATA.
           05 WS-RET-ANO               PIC 9(4).
           05 WS-RET-MES               PIC 9(2).
           05 WS-RET-DIA               PIC 9(2).
       01 WS-RET-VALOR                 PIC ZZ.ZZZ,ZZ.
       01 WS-RET-TOTAL                 PIC ZZZ.ZZZ.ZZZ,ZZ.
       01 WS-RET-QTD                   PIC ZZZ.ZZ9.

      *---- REGISTROS DA REMESSA (LAYOUT POSICIONAL) ------------------*
       01 WS-REM-HEADER.
           05 WS-HDR-TIPO              PIC X(1)        VALUE "0".
           05 WS-TRL-QTD-DETALHES      PIC 9(6)        VALUE ZEROS.
           05 WS-TRL-TOTAL-LIQUIDO     PIC 9(9)V9(2)   VALUE ZEROS.
           05 FILLER                   PIC X(62)       VALUE SPACES.

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
       77 CONST-CTL-PROGRAMA           PIC X(8)        VALUE "TP04BANC".
       77 WS-AUDIT-OPERADOR            PIC X(20)       VALUE SPACES.
       77 CONST-VAR-AMBIENTE-USUARIO   PIC X(4)        VALUE "USER".
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
           DISPLAY "---- GERACAO DE REMESSA BANCARIA (TP04) --------".
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA-ALVO.
           DISPLAY "Remessa (F = folha / A = adiantamento): "
               WITH NO ADVANCING.
           ACCEPT WS-TIPO-REMESSA.
           IF WS-TIPO-REMESSA = SPACE
               MOVE "F" TO WS-TIPO-REMESSA
           END-IF.
           IF NOT TIPO-REMESSA-VALIDO
               DISPLAY "TIPO DE REMESSA INVALIDO."
               STOP RUN
           END-IF.

      *    A FOLHA SO E REMETIDA DEPOIS DE CONCILIADA; UMA NOVA
      *    REMESSA CONTINUA POSSIVEL ATE O FECHAMENTO E LEVA SO OS
      *    CREDITOS AINDA NAO REMETIDOS (REMPAGOS.DAT). O
      *    ADIANTAMENTO E PAGO ANTES DO CALCULO DA FOLHA E SO E
      *    RECUSADO COM A COMPETENCIA FECHADA.
           MOVE WS-COMPETENCIA-ALVO TO WS-CTL-COMPETENCIA.
           PERFORM CONSULTAR-CALENDARIO.
           IF CTL-SIT-FECHADA
              OR (REMESSA-FOLHA AND CTL-PERMITE-HISTORICO)
               DISPLAY "COMPETENCIA " WS-COMPETENCIA-ALVO
                   " NA SITUACAO " WS-CTL-SITUACAO
                   " NO CALENDARIO (COMPETEN.DAT)."
               IF CTL-SIT-FECHADA
                   DISPLAY "REMESSA RECUSADA: COMPETENCIA FECHADA."
               ELSE
                   DISPLAY "REMESSA RECUSADA: FOLHA AINDA NAO"
                       " CONCILIADA (TP04CONC)."
               END-IF
               STOP RUN
           END-IF.

           ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD.

               STOP RUN
           END-IF.

           PERFORM ABRIR-CONTROLE-CONTAS.

           PERFORM CARREGAR-ESTABELECIMENTOS.

           OPEN OUTPUT REMESSA-FILE.
           OPEN OUTPUT RETIDOS-FILE.

           PERFORM IMPRIMIR-CABECALHO-RETIDOS.

           PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
                   UNTIL WS-IDX-GRUPO > WS-QTD-ESTABELECIMENTOS
               PERFORM GERAR-REMESSA-CNPJ
           END-PERFORM.

           PERFORM IMPRIMIR-TOTAL-RETIDOS.

           CLOSE HIST-FICHA-FILE.
           CLOSE CAD-FICHA-FILE.
           CLOSE REMESSA-FILE.
           CLOSE RETIDOS-FILE.
           CLOSE CPG-FICHA-FILE.
           CLOSE RMP-FICHA-FILE.
           IF LIB-DISPONIVEL
               CLOSE LIB-FICHA-FILE
           END-IF.

           DISPLAY "REMESSA GERADA EM REMESSA.DAT. DETALHES: "
               WS-QTD-DETALHES " TOTAL: " WS-TOTAL-LIQUIDO.
           IF WS-QTD-JA-REMETIDOS > ZERO
               DISPLAY "CREDITOS JA REMETIDOS ANTES (NAO REPETIDOS): "
                   WS-QTD-JA-REMETIDOS
           END-IF.
           IF WS-QTD-VALOR-DIVERGENTE > ZERO
               DISPLAY "ATENCAO: " WS-QTD-VALOR-DIVERGENTE
                   " CREDITO(S) JA REMETIDO(S) COM VALOR DIFERENTE DO"
                   " HISTORICO ATUAL - ACERTAR MANUALMENTE."
           END-IF.
           DISPLAY "REMESSAS (UMA POR CNPJ PAGADOR): " WS-QTD-REMESSAS.

           IF REMESSA-FOLHA AND CTL-SIT-CONCILIADA
               MOVE "M" TO WS-CTL-SITUACAO-NOVA
               PERFORM AVANCAR-CALENDARIO
           END-IF.
           IF WS-QTD-SEM-CONTA > ZERO
               DISPLAY "ATENCAO: " WS-QTD-SEM-CONTA
                   " EMPREGADO(S) SEM DADOS BANCARIOS NO CADASTRO -"
                   " FORA DA REMESSA."
           END-IF.
           IF WS-QTD-SEM-ESTABELECIMENTO > ZERO
               DISPLAY "ATENCAO: " WS-QTD-SEM-ESTABELECIMENTO
                   " CREDITO(S) DE ESTABELECIMENTO SEM FICHA EM"
                   " ESTABELEC.DAT - FORA DA REMESSA, CORRIGIR NO"
                   " TP04CADM."
           END-IF.
           IF WS-QTD-PENSOES > ZERO
               DISPLAY "CREDITOS DE PENSAO ALIMENTICIA: "
                   WS-QTD-PENSOES " TOTAL: " WS-TOTAL-PENSOES
           END-IF.
           IF WS-QTD-PENSOES-SEM-CONTA > ZERO
               DISPLAY "ATENCAO: " WS-QTD-PENSOES-SEM-CONTA
                   " PENSAO(OES) SEM CONTA DO BENEFICIARIO -"
                   " FORA DA REMESSA, CORRIGIR NO TP04PENS."
           END-IF.
           IF WS-QTD-LIBERADOS > ZERO
               DISPLAY "CONTAS ALTERADAS E LIBERADAS NESTA REMESSA: "
                   WS-QTD-LIBERADOS
           END-IF.
           IF WS-QTD-RETIDOS > ZERO
               DISPLAY "ATENCAO: " WS-QTD-RETIDOS
                   " CREDITO(S) RETIDO(S) POR ALTERACAO DE CONTA -"
                   " TOTAL " WS-TOTAL-RETIDO
               DISPLAY "LISTA EM REMRETIDOS.DAT - LIBERAR NO TP04CLOG"
                   " E GERAR NOVA REMESSA (SO COM OS CREDITOS AINDA"
                   " NAO REMETIDOS)."
           END-IF.

           STOP RUN.
      *--------------------------------------------------------------*
       ABRIR-CONTROLE-CONTAS.

      *    SEM O CONTROLE DE CONTAS NAO HA COMO RETER ALTERACOES
      *    BANCARIAS, ENTAO A REMESSA NAO E GERADA.
           OPEN I-O CPG-FICHA-FILE.
           IF WS-CPG-FILE-STATUS = "35"
               OPEN OUTPUT CPG-FICHA-FILE
               CLOSE CPG-FICHA-FILE
               OPEN I-O CPG-FICHA-FILE
           END-IF.
           IF WS-CPG-FILE-STATUS NOT = "00"
               DISPLAY "CONTAPAG.DAT INDISPONIVEL. STATUS: "
                   WS-CPG-FILE-STATUS
               CLOSE HIST-FICHA-FILE
               CLOSE CAD-FICHA-FILE
               STOP RUN
           END-IF.

      *    SEM O CONTROLE DE CREDITOS REMETIDOS UMA REMESSA REPETIDA
      *    PAGARIA DE NOVO A COMPETENCIA INTEIRA.
           OPEN I-O RMP-FICHA-FILE.
           IF WS-RMP-FILE-STATUS = "35"
               OPEN OUTPUT RMP-FICHA-FILE
               CLOSE RMP-FICHA-FILE
               OPEN I-O RMP-FICHA-FILE
           END-IF.
           IF WS-RMP-FILE-STATUS NOT = "00"
               DISPLAY "REMPAGOS.DAT INDISPONIVEL. STATUS: "
                   WS-RMP-FILE-STATUS
               CLOSE HIST-FICHA-FILE
               CLOSE CAD-FICHA-FILE
               CLOSE CPG-FICHA-FILE
               STOP RUN
           END-IF.

      *    SEM ARQUIVO DE LIBERACOES, NENHUMA CONTA ALTERADA E PAGA.
           OPEN I-O LIB-FICHA-FILE.
           IF WS-LIB-FILE-STATUS = "00"
               MOVE "S" TO WS-LIB-DISPONIVEL
           END-IF.
      *--------------------------------------------------------------*
       CARREGAR-ESTABELECIMENTOS.

      *    A MATRIZ OCUPA SEMPRE A PRIMEIRA POSICAO DA TABELA.
           MOVE 1                  TO WS-QTD-ESTABELECIMENTOS.
           MOVE CONST-ESTAB-MATRIZ TO WS-ESTAB-CODIGO(1).
           MOVE CONST-NOME-EMPRESA TO WS-ESTAB-NOME(1).
           MOVE CONST-CNPJ-EMPRESA TO WS-ESTAB-CNPJ(1).

           OPEN INPUT EST-FICHA-FILE.
           IF WS-EST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO EST-CODIGO.
           START EST-FICHA-FILE KEY >= EST-CODIGO.
           PERFORM UNTIL WS-EST-FILE-STATUS NOT = "00"
               READ EST-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-EST-FILE-STATUS
                   NOT AT END
                       PERFORM REGISTRAR-ESTABELECIMENTO
               END-READ
           END-PERFORM.

           CLOSE EST-FICHA-FILE.
      *--------------------------------------------------------------*
       REGISTRAR-ESTABELECIMENTO.

           IF EST-CODIGO = CONST-ESTAB-MATRIZ
               MOVE EST-NOME TO WS-ESTAB-NOME(1)
               MOVE EST-CNPJ TO WS-ESTAB-CNPJ(1)
               EXIT PARAGRAPH
           END-IF.

           IF WS-QTD-ESTABELECIMENTOS < CONST-MAX-ESTABELECIMENTOS
               ADD 1 TO WS-QTD-ESTABELECIMENTOS
               MOVE EST-CODIGO
                   TO WS-ESTAB-CODIGO(WS-QTD-ESTABELECIMENTOS)
               MOVE EST-NOME
                   TO WS-ESTAB-NOME(WS-QTD-ESTABELECIMENTOS)
               MOVE EST-CNPJ
                   TO WS-ESTAB-CNPJ(WS-QTD-ESTABELECIMENTOS)
           ELSE
               DISPLAY "AVISO: LIMITE DE ESTABELECIMENTOS EXCEDIDO -"
                   " ESTABELECIMENTO " EST-CODIGO " FORA DA REMESSA."
           END-IF.
      *--------------------------------------------------------------*
       GERAR-REMESSA-CNPJ.

      *    ESTABELECIMENTOS COM O MESMO CNPJ SAEM NA MESMA REMESSA,
      *    GERADA NA PRIMEIRA OCORRENCIA DO CNPJ NA TABELA.
           MOVE "S" TO WS-GRUPO-NOVO.
           PERFORM VARYING WS-IDX-ESTAB FROM 1 BY 1
                   UNTIL WS-IDX-ESTAB >= WS-IDX-GRUPO
               IF WS-ESTAB-CNPJ(WS-IDX-ESTAB)
                       = WS-ESTAB-CNPJ(WS-IDX-GRUPO)
                   MOVE "N" TO WS-GRUPO-NOVO
               END-IF
           END-PERFORM.
           IF NOT GRUPO-NOVO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ESTAB-NOME(WS-IDX-GRUPO) TO WS-GRUPO-NOME.
           MOVE WS-ESTAB-CNPJ(WS-IDX-GRUPO) TO WS-GRUPO-CNPJ.
           MOVE "N"  TO WS-HEADER-GRAVADO.
           MOVE ZERO TO WS-GRP-QTD-DETALHES.
           MOVE ZERO TO WS-GRP-TOTAL-LIQUIDO.

      *    A COMPETENCIA NAO LIDERA A CHAVE DO HISTORICO INDEXADO,
      *    ENTAO A VARREDURA E COMPLETA EM ORDEM DE PRONTUARIO -
      *    UMA PASSADA POR CNPJ PAGADOR.
           MOVE "N" TO WS-HIST-FIM-ARQUIVO.
           MOVE SPACES TO HIST-CHAVE.
           START HIST-FICHA-FILE KEY >= HIST-CHAVE.
           IF WS-HIST-FILE-STATUS NOT = "00"
                       MOVE "S" TO WS-HIST-FIM-ARQUIVO
                   NOT AT END
                       IF HIST-COMPETENCIA = WS-COMPETENCIA-ALVO
                           PERFORM SELECIONAR-REGISTRO
                       END-IF
               END-READ
           END-PERFORM.

           IF REMESSA-FOLHA
               PERFORM GRAVAR-CREDITOS-PENSAO
           END-IF.

           IF HEADER-GRAVADO
               PERFORM GRAVAR-TRAILER
               ADD 1 TO WS-QTD-REMESSAS
               DISPLAY "REMESSA CNPJ " WS-GRUPO-CNPJ " "
                   WS-GRUPO-NOME
               DISPLAY "   DETALHES: " WS-GRP-QTD-DETALHES
                   " TOTAL: " WS-GRP-TOTAL-LIQUIDO
           END-IF.
      *--------------------------------------------------------------*
       VERIFICAR-ESTABELECIMENTO.

      *    CHAMADO COM O CAD-REG DO EMPREGADO JA LIDO (OU SEM FICHA,
      *    QUANDO ENTRA NA MATRIZ). CODIGO SEM FICHA EM ESTABELEC.DAT
      *    SO E CONTADO NA PRIMEIRA PASSADA.
           MOVE "N" TO WS-ESTAB-DO-GRUPO.
           MOVE CONST-ESTAB-MATRIZ TO WS-ESTABELECIMENTO.
           IF WS-CAD-FILE-STATUS = "00"
              AND CAD-ESTABELECIMENTO NOT = SPACES
               MOVE CAD-ESTABELECIMENTO TO WS-ESTABELECIMENTO
           END-IF.

           MOVE ZERO TO WS-IDX-ESTAB-LOCALIZADO.
           PERFORM VARYING WS-IDX-ESTAB FROM 1 BY 1
                   UNTIL WS-IDX-ESTAB > WS-QTD-ESTABELECIMENTOS
               IF WS-ESTAB-CODIGO(WS-IDX-ESTAB) = WS-ESTABELECIMENTO
                   MOVE WS-IDX-ESTAB TO WS-IDX-ESTAB-LOCALIZADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-IDX-ESTAB-LOCALIZADO = ZERO
               IF WS-IDX-GRUPO = 1
                   ADD 1 TO WS-QTD-SEM-ESTABELECIMENTO
                   DISPLAY "PRONTUARIO: " CAD-PRONTUARIO
                       "  ESTABELECIMENTO " WS-ESTABELECIMENTO
                       " SEM FICHA - NAO INCLUIDO NA REMESSA."
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-ESTAB-CNPJ(WS-IDX-ESTAB-LOCALIZADO) = WS-GRUPO-CNPJ
               MOVE "S" TO WS-ESTAB-DO-GRUPO
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-HEADER.

           MOVE WS-GRUPO-NOME        TO WS-HDR-NOME-EMPRESA.
           MOVE WS-GRUPO-CNPJ        TO WS-HDR-CNPJ.
           MOVE WS-COMPETENCIA-ALVO  TO WS-HDR-COMPETENCIA.
           MOVE WS-DATA-GERACAO      TO WS-HDR-DATA-GERACAO.

           WRITE REMESSA-LINHA FROM WS-REM-HEADER.
           MOVE "S" TO WS-HEADER-GRAVADO.
      *--------------------------------------------------------------*
       GRAVAR-LINHA-DETALHE.

      *    O HEADER DO CNPJ SO SAI COM O PRIMEIRO CREDITO: CNPJ SEM
      *    CREDITO NA COMPETENCIA NAO GERA REMESSA VAZIA.
           IF NOT HEADER-GRAVADO
               PERFORM GRAVAR-HEADER
           END-IF.

           WRITE REMESSA-LINHA FROM WS-REM-DETALHE.
           ADD 1                    TO WS-GRP-QTD-DETALHES.
           ADD WS-DET-VALOR-CREDITO TO WS-GRP-TOTAL-LIQUIDO.
      *--------------------------------------------------------------*
       SELECIONAR-REGISTRO.

           IF REMESSA-ADIANTAMENTO
               IF HIST-TIPO-REGISTRO = "A"
                   PERFORM GRAVAR-DETALHE
               END-IF
           ELSE
               IF HIST-TIPO-REGISTRO NOT = "A"
                   PERFORM GRAVAR-DETALHE
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-DETALHE.

           MOVE HIST-PRONTUARIO TO CAD-PRONTUARIO.
           READ CAD-FICHA-FILE.

           PERFORM VERIFICAR-ESTABELECIMENTO.
           IF NOT ESTAB-DO-GRUPO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COMPETENCIA-ALVO  TO WS-RMP-COMPETENCIA.
           MOVE HIST-PRONTUARIO      TO WS-RMP-PRONTUARIO.
           MOVE "E"                  TO WS-RMP-ORIGEM.
           MOVE HIST-TIPO-REGISTRO   TO WS-RMP-TIPO.
           MOVE HIST-SEQUENCIA       TO WS-RMP-SEQUENCIA.
           MOVE ZEROS                TO WS-RMP-ORDEM.
           MOVE HIST-SALARIO-LIQUIDO TO WS-DET-VALOR-CREDITO.
           PERFORM VERIFICAR-CREDITO-REMETIDO.
           IF CREDITO-JA-REMETIDO
               EXIT PARAGRAPH
           END-IF.

           IF WS-CAD-FILE-STATUS NOT = "00" OR CAD-BANCO = ZEROS
               ADD 1 TO WS-QTD-SEM-CONTA
               DISPLAY "PRONTUARIO: " HIST-PRONTUARIO
                   "  SEM DADOS BANCARIOS - NAO INCLUIDO NA REMESSA."
           ELSE
               PERFORM VERIFICAR-CONTA-ALTERADA
               IF CONTA-RETIDA
                   PERFORM RETER-CREDITO
               ELSE
                   MOVE HIST-PRONTUARIO      TO WS-DET-PRONTUARIO
                   MOVE HIST-NOME            TO WS-DET-NOME
                   MOVE CAD-BANCO            TO WS-DET-BANCO
                   MOVE CAD-AGENCIA          TO WS-DET-AGENCIA
                   MOVE CAD-CONTA            TO WS-DET-CONTA
                   MOVE CAD-DIGITO-CONTA     TO WS-DET-DIGITO-CONTA
                   MOVE HIST-SALARIO-LIQUIDO TO WS-DET-VALOR-CREDITO
                   PERFORM GRAVAR-LINHA-DETALHE
                   PERFORM REGISTRAR-CREDITO-REMETIDO
                   ADD 1                     TO WS-QTD-DETALHES
                   ADD HIST-SALARIO-LIQUIDO  TO WS-TOTAL-LIQUIDO
                   PERFORM ATUALIZAR-CONTA-PAGA
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-CREDITOS-PENSAO.

      *    A COMPETENCIA LIDERA A CHAVE DO PENMOV.DAT; SEM O ARQUIVO
      *    NAO HOUVE PENSAO DESCONTADA.
           MOVE "N" TO WS-PMV-FIM-ARQUIVO.

           OPEN INPUT PMV-FICHA-FILE.
           IF WS-PMV-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COMPETENCIA-ALVO TO PMV-COMPETENCIA.
           MOVE LOW-VALUES          TO PMV-PRONTUARIO.
           MOVE LOW-VALUES          TO PMV-TIPO.
           MOVE ZEROS               TO PMV-SEQUENCIA.
           MOVE ZEROS               TO PMV-ORDEM.
           START PMV-FICHA-FILE KEY >= PMV-CHAVE.
           IF WS-PMV-FILE-STATUS NOT = "00"
               MOVE "S" TO WS-PMV-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL PMV-FIM-ARQUIVO
               READ PMV-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-PMV-FIM-ARQUIVO
                   NOT AT END
                       IF PMV-COMPETENCIA NOT = WS-COMPETENCIA-ALVO
                           MOVE "S" TO WS-PMV-FIM-ARQUIVO
                       ELSE
                           PERFORM GRAVAR-DETALHE-PENSAO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PMV-FICHA-FILE.
      *--------------------------------------------------------------*
       GRAVAR-DETALHE-PENSAO.

           IF PMV-VALOR-DESCONTADO = ZERO
               EXIT PARAGRAPH
           END-IF.

      *    O CREDITO DA PENSAO SAI NA REMESSA DO ESTABELECIMENTO QUE
      *    DESCONTOU A PENSAO DO EMPREGADO.
           MOVE PMV-PRONTUARIO TO CAD-PRONTUARIO.
           READ CAD-FICHA-FILE.
           PERFORM VERIFICAR-ESTABELECIMENTO.
           IF NOT ESTAB-DO-GRUPO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COMPETENCIA-ALVO  TO WS-RMP-COMPETENCIA.
           MOVE PMV-PRONTUARIO       TO WS-RMP-PRONTUARIO.
           MOVE "P"                  TO WS-RMP-ORIGEM.
           MOVE PMV-TIPO             TO WS-RMP-TIPO.
           MOVE PMV-SEQUENCIA        TO WS-RMP-SEQUENCIA.
           MOVE PMV-ORDEM            TO WS-RMP-ORDEM.
           MOVE PMV-VALOR-DESCONTADO TO WS-DET-VALOR-CREDITO.
           PERFORM VERIFICAR-CREDITO-REMETIDO.
           IF CREDITO-JA-REMETIDO
               EXIT PARAGRAPH
           END-IF.

           IF PMV-BANCO = ZEROS
               ADD 1 TO WS-QTD-PENSOES-SEM-CONTA
               DISPLAY "PRONTUARIO: " PMV-PRONTUARIO
                   "  PENSAO " PMV-ORDEM " SEM CONTA DO BENEFICIARIO"
                   " - NAO INCLUIDA NA REMESSA."
               EXIT PARAGRAPH
           END-IF.

           MOVE PMV-PRONTUARIO        TO WS-DET-PRONTUARIO.
           MOVE PMV-NOME-BENEFICIARIO TO WS-DET-NOME.
           MOVE PMV-BANCO             TO WS-DET-BANCO.
           MOVE PMV-AGENCIA           TO WS-DET-AGENCIA.
           MOVE PMV-CONTA             TO WS-DET-CONTA.
           MOVE PMV-DIGITO-CONTA      TO WS-DET-DIGITO-CONTA.
           MOVE PMV-VALOR-DESCONTADO  TO WS-DET-VALOR-CREDITO.
           PERFORM GRAVAR-LINHA-DETALHE.
           PERFORM REGISTRAR-CREDITO-REMETIDO.
           ADD 1                      TO WS-QTD-DETALHES.
           ADD PMV-VALOR-DESCONTADO   TO WS-TOTAL-LIQUIDO.
           ADD 1                      TO WS-QTD-PENSOES.
           ADD PMV-VALOR-DESCONTADO   TO WS-TOTAL-PENSOES.
      *--------------------------------------------------------------*
       VERIFICAR-CREDITO-REMETIDO.

      *    CHAMADO COM WS-RMP-CHAVE E O VALOR DO CREDITO PREENCHIDOS.
      *    VALOR DIFERENTE DO JA REMETIDO (COMPETENCIA REABERTA E
      *    RECALCULADA) NAO E REMETIDO DE NOVO: E SO APONTADO.
           MOVE "N" TO WS-CREDITO-REMETIDO.
           MOVE WS-RMP-CHAVE TO RMP-CHAVE.
           READ RMP-FICHA-FILE.
           IF WS-RMP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO WS-CREDITO-REMETIDO.
           IF RMP-VALOR-CREDITO = WS-DET-VALOR-CREDITO
               ADD 1 TO WS-QTD-JA-REMETIDOS
           ELSE
               ADD 1 TO WS-QTD-VALOR-DIVERGENTE
               DISPLAY "PRONTUARIO: " WS-RMP-PRONTUARIO
                   "  CREDITO JA REMETIDO EM " RMP-DATA-REMESSA
                   " COM VALOR " RMP-VALOR-CREDITO
                   " - HISTORICO ATUAL " WS-DET-VALOR-CREDITO
           END-IF.
      *--------------------------------------------------------------*
       REGISTRAR-CREDITO-REMETIDO.

           MOVE WS-RMP-CHAVE         TO RMP-CHAVE.
           MOVE WS-DET-BANCO         TO RMP-BANCO.
           MOVE WS-DET-AGENCIA       TO RMP-AGENCIA.
           MOVE WS-DET-CONTA         TO RMP-CONTA.
           MOVE WS-DET-DIGITO-CONTA  TO RMP-DIGITO-CONTA.
           MOVE WS-DET-VALOR-CREDITO TO RMP-VALOR-CREDITO.
           MOVE WS-DATA-GERACAO      TO RMP-DATA-REMESSA.
           WRITE RMP-REG.
           IF WS-RMP-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR REMPAGOS.DAT - PRONTUARIO "
                   WS-RMP-PRONTUARIO " STATUS " WS-RMP-FILE-STATUS
           END-IF.
      *--------------------------------------------------------------*
       VERIFICAR-CONTA-ALTERADA.

           MOVE "N" TO WS-CONTA-RETIDA.
           MOVE "N" TO WS-CONTA-LIBERADA.
           MOVE CAD-BANCO        TO WS-CAD-BANCO.
           MOVE CAD-AGENCIA      TO WS-CAD-AGENCIA.
           MOVE CAD-CONTA        TO WS-CAD-CONTA.
           MOVE CAD-DIGITO-CONTA TO WS-CAD-DIGITO-CONTA.

           MOVE "N" TO WS-CPG-EXISTENTE.
           MOVE CAD-PRONTUARIO TO CPG-PRONTUARIO.
           READ CPG-FICHA-FILE.
           IF WS-CPG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-CPG-EXISTENTE.

           IF CPG-DADOS-BANCARIOS = WS-CAD-DADOS-BANCARIOS
               EXIT PARAGRAPH
           END-IF.

      *    A LIBERACAO VALE SOMENTE PARA A CONTA QUE FOI CONFERIDA;
      *    UMA NOVA ALTERACAO DEPOIS DELA VOLTA A RETER O CREDITO.
           IF LIB-DISPONIVEL
               MOVE CAD-PRONTUARIO TO LIB-PRONTUARIO
               READ LIB-FICHA-FILE
               IF WS-LIB-FILE-STATUS = "00"
                  AND LIB-DADOS-BANCARIOS = WS-CAD-DADOS-BANCARIOS
                   MOVE "S" TO WS-CONTA-LIBERADA
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "S" TO WS-CONTA-RETIDA.
      *--------------------------------------------------------------*
       ATUALIZAR-CONTA-PAGA.

           MOVE CAD-PRONTUARIO         TO CPG-PRONTUARIO.
           MOVE WS-CAD-DADOS-BANCARIOS TO CPG-DADOS-BANCARIOS.
           MOVE WS-COMPETENCIA-ALVO    TO CPG-COMPETENCIA.
           MOVE WS-DATA-GERACAO        TO CPG-DATA-REMESSA.
           IF CPG-EXISTENTE
               REWRITE CPG-REG
           ELSE
               WRITE CPG-REG
           END-IF.
           IF WS-CPG-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR CONTAPAG.DAT - PRONTUARIO "
                   CAD-PRONTUARIO " STATUS " WS-CPG-FILE-STATUS
           END-IF.

      *    A CONTA LIBERADA PASSA A SER A CONTA DA ULTIMA REMESSA;
      *    A LIBERACAO JA CUMPRIU SEU PAPEL.
           IF CONTA-LIBERADA
               DELETE LIB-FICHA-FILE
               IF WS-LIB-FILE-STATUS NOT = "00"
                   DISPLAY "ERRO AO EXCLUIR A LIBERACAO EM LIBERA.DAT"
                       " - PRONTUARIO " CAD-PRONTUARIO " STATUS "
                       WS-LIB-FILE-STATUS
               END-IF
               ADD 1 TO WS-QTD-LIBERADOS
               DISPLAY "PRONTUARIO: " CAD-PRONTUARIO
                   "  CONTA ALTERADA LIBERADA POR " LIB-OPERADOR
           END-IF.
      *--------------------------------------------------------------*
       RETER-CREDITO.

           ADD 1                    TO WS-QTD-RETIDOS.
           ADD HIST-SALARIO-LIQUIDO TO WS-TOTAL-RETIDO.

           DISPLAY "PRONTUARIO: " HIST-PRONTUARIO
               "  CONTA BANCARIA ALTERADA - CREDITO RETIDO.".

           PERFORM LOCALIZAR-ALTERACAO-CONTA.

           MOVE SPACES TO RETIDOS-LINHA.
           WRITE RETIDOS-LINHA.
           MOVE SPACES TO RETIDOS-LINHA.
           STRING "PRONTUARIO.......: " HIST-PRONTUARIO
               "  " HIST-NOME
               "  TIPO " HIST-TIPO-REGISTRO
               DELIMITED BY SIZE INTO RETIDOS-LINHA.
           WRITE RETIDOS-LINHA.
           MOVE SPACES TO RETIDOS-LINHA.
           STRING "CONTA ANTERIOR...: " CPG-BANCO " / "
               CPG-AGENCIA " / " CPG-CONTA "-" CPG-DIGITO-CONTA
               "  (REMESSA " CPG-COMPETENCIA ")"
               DELIMITED BY SIZE INTO RETIDOS-LINHA.
           WRITE RETIDOS-LINHA.
           MOVE SPACES TO RETIDOS-LINHA.
           STRING "CONTA NOVA.......: " WS-CAD-BANCO " / "
               WS-CAD-AGENCIA " / " WS-CAD-CONTA "-"
               WS-CAD-DIGITO-CONTA
               DELIMITED BY SIZE INTO RETIDOS-LINHA.
           WRITE RETIDOS-LINHA.
           MOVE SPACES TO RETIDOS-LINHA.
           IF WS-ALT-DATA = ZEROS
               MOVE "ALTERADA POR.....: NAO LOCALIZADO NO LOG"
                   TO RETIDOS-LINHA
           ELSE
               MOVE WS-ALT-DATA TO WS-RET-DATA
               STRING "ALTERADA POR.....: " WS-ALT-OPERADOR
                   " EM " WS-RET-DIA "/" WS-RET-MES "/" WS-RET-ANO
                   " (" WS-ALT-PROGRAMA ")"
                   DELIMITED BY SIZE INTO RETIDOS-LINHA
           END-IF.
           WRITE RETIDOS-LINHA.
           MOVE HIST-SALARIO-LIQUIDO TO WS-RET-VALOR.
           MOVE SPACES TO RETIDOS-LINHA.
           STRING "VALOR RETIDO.....: " WS-RET-VALOR
               DELIMITED BY SIZE INTO RETIDOS-LINHA.
           WRITE RETIDOS-LINHA.
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
                       IF CLOG-PRONTUARIO = HIST-PRONTUARIO
                           MOVE CLOG-CAD-ANTES  TO WS-LOG-IMAGEM-ANTES
                           MOVE CLOG-CAD-DEPOIS TO WS-LOG-IMAGEM-DEPOIS
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
      *--------------------------------------------------------------*
       IMPRIMIR-CABECALHO-RETIDOS.

           MOVE SPACES TO RETIDOS-LINHA.
           STRING "CREDITOS RETIDOS POR ALTERACAO DE CONTA BANCARIA"
               " - COMP " WS-COMPETENCIA-ALVO
               DELIMITED BY SIZE INTO RETIDOS-LINHA.
           WRITE RETIDOS-LINHA.
           MOVE ALL "-" TO RETIDOS-LINHA.
           WRITE RETIDOS-LINHA.
      *--------------------------------------------------------------*
       IMPRIMIR-TOTAL-RETIDOS.

           MOVE SPACES TO RETIDOS-LINHA.
           WRITE RETIDOS-LINHA.
           MOVE ALL "-" TO RETIDOS-LINHA.
           WRITE RETIDOS-LINHA.
           IF WS-QTD-RETIDOS = ZERO
               MOVE "NENHUM CREDITO RETIDO NESTA REMESSA."
                   TO RETIDOS-LINHA
               WRITE RETIDOS-LINHA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-QTD-RETIDOS  TO WS-RET-QTD.
           MOVE WS-TOTAL-RETIDO TO WS-RET-TOTAL.
           MOVE SPACES TO RETIDOS-LINHA.
           STRING "CREDITOS RETIDOS.: " WS-RET-QTD
               "   TOTAL RETIDO: " WS-RET-TOTAL
               DELIMITED BY SIZE INTO RETIDOS-LINHA.
           WRITE RETIDOS-LINHA.
           MOVE SPACES TO RETIDOS-LINHA.
           MOVE "A LIBERACAO EXIGE OPERADOR DIFERENTE DO QUE ALTEROU"
               TO RETIDOS-LINHA.
           WRITE RETIDOS-LINHA.
      *--------------------------------------------------------------*
       GRAVAR-TRAILER.

           MOVE WS-GRP-QTD-DETALHES  TO WS-TRL-QTD-DETALHES.
           MOVE WS-GRP-TOTAL-LIQUIDO TO WS-TRL-TOTAL-LIQUIDO.

           WRITE REMESSA-LINHA FROM WS-REM-TRAILER.
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
