      *--------------------------------------------------------------*
      *    EXPORTACAO DA DECLARACAO MENSAL DE FOLHA (LAYOUT
      *    POSICIONAL ESTILO ESOCIAL/SEFIP): PARA A COMPETENCIA
      *    PEDIDA GERA EM DECLARA.DAT UMA DECLARACAO POR
      *    ESTABELECIMENTO: UM HEADER COM O CNPJ DO ESTABELECIMENTO,
      *    UM DETALHE POR TRABALHADOR COMBINANDO AS BASES MENSAL
      *    (TIPOS M, F E C), DE 13O (TIPO D) E DE RESCISAO (TIPO R),
      *    COM O CBO DO CARGO, AS RUBRICAS DOS ADICIONAIS PAGOS NA
      *    FOLHA MENSAL (INSALUBRIDADE, PERICULOSIDADE E NOTURNO,
      *    JA CONTIDOS NA BASE MENSAL), OS REGISTROS DE
      *    DEPENDENTES E UM TRAILER CUJOS TOTAIS
      *    FECHAM COM A CONCILIACAO DO TP04CONC POR ESTABELECIMENTO
      *    (SOMA DOS BRUTOS E DESCONTOS DE INSS DA COMPETENCIA).
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-DECLARA-FILE-STATUS.

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

       FD  DEP-FICHA-FILE.
       01  DEP-REG.
       FD  DECLARA-FILE.
       01  DECLARA-LINHA                PIC X(80).

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

      *    CARGOS (MANTIDOS PELO TP04CADM): CODIGO CBO DO CARGO.
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

      *    ADICIONAIS PAGOS NA FOLHA (GRAVADOS PELO TP04).
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
       77 WS-HIST-FILE-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-CAD-FILE-STATUS           PIC X(2)        VALUE SPACES.
       01 WS-TRABALHADOR-ABERTO        PIC X           VALUE "N".
           88 TRABALHADOR-ABERTO                       VALUE "S".

      *---- TOTAIS DA COMPETENCIA (TODAS AS DECLARACOES) --------------*
       77 WS-QTD-TRABALHADORES         PIC 9(6)        VALUE ZERO.
       77 WS-QTD-DEPENDENTES           PIC 9(6)        VALUE ZERO.
       77 WS-TOTAL-BRUTO               PIC 9(9)V9(2)   VALUE ZERO.
       77 WS-TOTAL-INSS                PIC 9(9)V9(2)   VALUE ZERO.

      *---- TOTAIS DO TRAILER (FECHAM COM O TP04CONC) -----------------*
       77 WS-DCL-QTD-TRABALHADORES     PIC 9(6)        VALUE ZERO.
       77 WS-DCL-QTD-DEPENDENTES       PIC 9(6)        VALUE ZERO.
       77 WS-DCL-TOTAL-BRUTO           PIC 9(9)V9(2)   VALUE ZERO.
       77 WS-DCL-TOTAL-INSS            PIC 9(9)V9(2)   VALUE ZERO.

      *---- UMA DECLARACAO POR ESTABELECIMENTO ------------------------*
      *    O ESTABELECIMENTO DO TRABALHADOR VEM DO CADASTRO (BRANCO OU
      *    SEM FICHA = MATRIZ); A MATRIZ SEM FICHA EM ESTABELEC.DAT
      *    USA A RAZAO SOCIAL E O CNPJ PADRAO. CODIGO SEM FICHA EM
      *    ESTABELEC.DAT NAO TEM CNPJ PARA DECLARAR E E APONTADO.
       77 WS-EST-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 CONST-ESTAB-MATRIZ           PIC X(3)        VALUE "001".
       77 CONST-MAX-ESTABELECIMENTOS   PIC 9(2)        VALUE 10.
       77 WS-QTD-ESTABELECIMENTOS      PIC 9(2)        VALUE ZERO.
       77 WS-IDX-ESTAB                 PIC 9(2)        VALUE ZERO.
       77 WS-IDX-ESTAB-LOCALIZADO      PIC 9(2)        VALUE ZERO.
       77 WS-IDX-DECLARACAO            PIC 9(2)        VALUE ZERO.
       77 WS-ESTABELECIMENTO           PIC X(3)        VALUE SPACES.
       01 WS-TABELA-ESTABELECIMENTO.
           05 WS-ESTAB-ITEM OCCURS 10 TIMES.
               10 WS-ESTAB-CODIGO      PIC X(3).
               10 WS-ESTAB-NOME        PIC X(30).
               10 WS-ESTAB-CNPJ        PIC 9(14).
       77 WS-QTD-DECLARACOES           PIC 9(2)        VALUE ZERO.
       77 WS-QTD-SEM-ESTABELECIMENTO   PIC 9(6)        VALUE ZERO.
       01 WS-HEADER-GRAVADO            PIC X           VALUE "N".
           88 HEADER-GRAVADO                           VALUE "S".
       01 WS-ESTAB-DA-DECLARACAO       PIC X           VALUE "N".
           88 ESTAB-DA-DECLARACAO                      VALUE "S".

       77 WS-QTD-SEM-CADASTRO          PIC 9(6)        VALUE ZERO.

      *---- CBO E RUBRICAS DE ADICIONAIS ------------------------------*
      *    CARGOS.DAT E ADICMOV.DAT SAO OPCIONAIS: SEM ELES O CBO SAI
      *    ZERADO E NAO HA RUBRICAS.
       77 WS-CRG-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-AMV-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-QTD-RUBRICAS              PIC 9(6)        VALUE ZERO.
       77 WS-ADIC-INSALUBRIDADE        PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-ADIC-PERICULOSIDADE       PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-ADIC-NOTURNO              PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-ADIC-HORAS-NOTURNAS       PIC 9(3)V9(2)   VALUE ZERO.
       01 WS-CARGO-DISPONIVEL          PIC X           VALUE "N".
           88 CARGO-DISPONIVEL                         VALUE "S".
       01 WS-ADICIONAL-DISPONIVEL      PIC X           VALUE "N".
           88 ADICIONAL-DISPONIVEL                     VALUE "S".
       01 WS-AMV-FIM-ARQUIVO           PIC X           VALUE "N".
           88 AMV-FIM-ARQUIVO                          VALUE "S".

       01 WS-HIST-FIM-ARQUIVO          PIC X           VALUE "N".
           88 HIST-FIM-ARQUIVO                         VALUE "S".
       01 WS-DEP-FIM-ARQUIVO           PIC X           VALUE "N".
           05 WS-TRB-BASE-13           PIC 9(7)V9(2)   VALUE ZEROS.
           05 WS-TRB-BASE-RESCISAO     PIC 9(7)V9(2)   VALUE ZEROS.
           05 WS-TRB-INSS-RETIDO       PIC 9(7)V9(2)   VALUE ZEROS.
           05 WS-TRB-CBO               PIC 9(6)        VALUE ZEROS.
           05 FILLER                   PIC X(10)       VALUE SPACES.

       01 WS-DCL-RUBRICA.
           05 WS-RUB-TIPO              PIC X(1)        VALUE "3".
           05 WS-RUB-PRONTUARIO        PIC X(8)        VALUE SPACES.
           05 WS-RUB-CODIGO            PIC X(8)        VALUE SPACES.
           05 WS-RUB-VALOR             PIC 9(7)V9(2)   VALUE ZEROS.
           05 WS-RUB-HORAS             PIC 9(3)V9(2)   VALUE ZEROS.
           05 FILLER                   PIC X(49)       VALUE SPACES.

       01 WS-DCL-DEPENDENTE.
           05 WS-DEP-LIN-TIPO          PIC X(1)        VALUE "2".
           05 WS-TRL-TOTAL-BRUTO       PIC 9(9)V9(2)   VALUE ZEROS.
           05 WS-TRL-TOTAL-INSS        PIC 9(9)V9(2)   VALUE ZEROS.
           05 FILLER                   PIC X(45)       VALUE SPACES.

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
       77 CONST-CTL-PROGRAMA           PIC X(8)        VALUE "TP04ESOC".
       77 WS-AUDIT-OPERADOR            PIC X(20)       VALUE SPACES.
       77 CONST-VAR-AMBIENTE-USUARIO   PIC X(4)        VALUE "USER".
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA-ALVO.

      *    DECLARA-SE O QUE FOI PAGO: SO DEPOIS DA REMESSA DA FOLHA,
      *    E A DECLARACAO PODE SER REGERADA ATE O FECHAMENTO.
           MOVE WS-COMPETENCIA-ALVO TO WS-CTL-COMPETENCIA.
           PERFORM CONSULTAR-CALENDARIO.
           IF NOT CTL-SIT-REMETIDA AND NOT CTL-SIT-DECLARADA
               DISPLAY "COMPETENCIA " WS-COMPETENCIA-ALVO
                   " NA SITUACAO " WS-CTL-SITUACAO
                   " NO CALENDARIO (COMPETEN.DAT)."
               IF CTL-SIT-FECHADA
                   DISPLAY "DECLARACAO RECUSADA: COMPETENCIA FECHADA."
               ELSE
                   DISPLAY "DECLARACAO RECUSADA: FOLHA AINDA NAO"
                       " REMETIDA (TP04BANC)."
               END-IF
               STOP RUN
           END-IF.

           ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD.

           OPEN INPUT HIST-FICHA-FILE.
               STOP RUN
           END-IF.

           PERFORM CARREGAR-ESTABELECIMENTOS.

           MOVE "N" TO WS-CARGO-DISPONIVEL.
           OPEN INPUT CRG-FICHA-FILE.
           IF WS-CRG-FILE-STATUS = "00"
               MOVE "S" TO WS-CARGO-DISPONIVEL
           END-IF.
           MOVE "N" TO WS-ADICIONAL-DISPONIVEL.
           OPEN INPUT AMV-FICHA-FILE.
           IF WS-AMV-FILE-STATUS = "00"
               MOVE "S" TO WS-ADICIONAL-DISPONIVEL
           END-IF.

           OPEN OUTPUT DECLARA-FILE.

           PERFORM VARYING WS-IDX-DECLARACAO FROM 1 BY 1
                   UNTIL WS-IDX-DECLARACAO > WS-QTD-ESTABELECIMENTOS
               PERFORM GERAR-DECLARACAO-ESTAB
           END-PERFORM.

           CLOSE HIST-FICHA-FILE.
           CLOSE CAD-FICHA-FILE.
           CLOSE DECLARA-FILE.
           IF CARGO-DISPONIVEL
               CLOSE CRG-FICHA-FILE
           END-IF.
           IF ADICIONAL-DISPONIVEL
               CLOSE AMV-FICHA-FILE
           END-IF.

           DISPLAY "DECLARACAO GERADA EM DECLARA.DAT.".
           DISPLAY "DECLARACOES (UMA POR ESTABELECIMENTO): "
               WS-QTD-DECLARACOES.

           IF CTL-SIT-REMETIDA
               MOVE "D" TO WS-CTL-SITUACAO-NOVA
               PERFORM AVANCAR-CALENDARIO
           END-IF.
           DISPLAY "TRABALHADORES: " WS-QTD-TRABALHADORES
               "  DEPENDENTES: " WS-QTD-DEPENDENTES
               "  RUBRICAS DE ADICIONAIS: " WS-QTD-RUBRICAS.
           DISPLAY "TOTAL BRUTO: " WS-TOTAL-BRUTO
               "  TOTAL INSS: " WS-TOTAL-INSS.
           IF WS-QTD-SEM-CADASTRO > ZERO
               DISPLAY "ATENCAO: " WS-QTD-SEM-CADASTRO
                   " TRABALHADOR(ES) SEM FICHA NO CADASTRO -"
                   " DECLARADOS SEM CPF."
           END-IF.
           IF WS-QTD-SEM-ESTABELECIMENTO > ZERO
               DISPLAY "ATENCAO: " WS-QTD-SEM-ESTABELECIMENTO
                   " TRABALHADOR(ES) DE ESTABELECIMENTO SEM FICHA EM"
                   " ESTABELEC.DAT - FORA DA DECLARACAO, CORRIGIR NO"
                   " TP04CADM."
           END-IF.

           STOP RUN.
      *--------------------------------------------------------------*
       GERAR-DECLARACAO-ESTAB.

           MOVE "N"    TO WS-HEADER-GRAVADO.
           MOVE ZERO   TO WS-DCL-QTD-TRABALHADORES.
           MOVE ZERO   TO WS-DCL-QTD-DEPENDENTES.
           MOVE ZERO   TO WS-DCL-TOTAL-BRUTO.
           MOVE ZERO   TO WS-DCL-TOTAL-INSS.
           MOVE SPACES TO WS-PRONTUARIO-CORRENTE.
           MOVE "N"    TO WS-TRABALHADOR-ABERTO.

      *    O HISTORICO INDEXADO SAI EM ORDEM DE PRONTUARIO: OS
      *    REGISTROS DE CADA TRABALHADOR CHEGAM JUNTOS E A QUEBRA
      *    FECHA O DETALHE COM AS BASES ACUMULADAS. A COMPETENCIA
      *    NAO LIDERA A CHAVE - UMA PASSADA POR ESTABELECIMENTO.
           MOVE "N" TO WS-HIST-FIM-ARQUIVO.
           MOVE SPACES TO HIST-CHAVE.
           START HIST-FICHA-FILE KEY >= HIST-CHAVE.
           IF WS-HIST-FILE-STATUS NOT = "00"
                   AT END
                       MOVE "S" TO WS-HIST-FIM-ARQUIVO
                   NOT AT END
      *                O ADIANTAMENTO QUINZENAL (TIPO "A") NAO E
      *                REMUNERACAO: A BASE E DECLARADA PELA FOLHA
      *                MENSAL DA COMPETENCIA.
                       IF HIST-COMPETENCIA = WS-COMPETENCIA-ALVO
                          AND HIST-TIPO-REGISTRO NOT = "A"
                           PERFORM ACUMULAR-TRABALHADOR
                       END-IF
               END-READ
               PERFORM FECHAR-TRABALHADOR
           END-IF.

           IF HEADER-GRAVADO
               PERFORM GRAVAR-TRAILER
               ADD 1 TO WS-QTD-DECLARACOES
               DISPLAY "DECLARACAO ESTABELECIMENTO "
                   WS-ESTAB-CODIGO(WS-IDX-DECLARACAO) " CNPJ "
                   WS-ESTAB-CNPJ(WS-IDX-DECLARACAO)
               DISPLAY "   TRABALHADORES: " WS-DCL-QTD-TRABALHADORES
                   " BRUTO: " WS-DCL-TOTAL-BRUTO
                   " INSS: " WS-DCL-TOTAL-INSS
           END-IF.
      *--------------------------------------------------------------*
       ACUMULAR-TRABALHADOR.

                   PERFORM FECHAR-TRABALHADOR
               END-IF
               MOVE HIST-PRONTUARIO TO WS-PRONTUARIO-CORRENTE
               PERFORM VERIFICAR-ESTABELECIMENTO
               IF ESTAB-DA-DECLARACAO
                   IF NOT HEADER-GRAVADO
                       PERFORM GRAVAR-HEADER
                   END-IF
                   MOVE "S"  TO WS-TRABALHADOR-ABERTO
                   MOVE ZERO TO WS-BASE-MENSAL
                   MOVE ZERO TO WS-BASE-13
                   MOVE ZERO TO WS-BASE-RESCISAO
                   MOVE ZERO TO WS-INSS-RETIDO
               END-IF
           END-IF.

      *    TRABALHADOR DE OUTRO ESTABELECIMENTO: FICA PARA A
      *    DECLARACAO DELE.
           IF NOT TRABALHADOR-ABERTO
               EXIT PARAGRAPH
           END-IF.

           EVALUATE HIST-TIPO-REGISTRO
           ADD HIST-DESCONTO-INSS TO WS-INSS-RETIDO.
           ADD HIST-SALARIO-BRUTO TO WS-TOTAL-BRUTO.
           ADD HIST-DESCONTO-INSS TO WS-TOTAL-INSS.
           ADD HIST-SALARIO-BRUTO TO WS-DCL-TOTAL-BRUTO.
           ADD HIST-DESCONTO-INSS TO WS-DCL-TOTAL-INSS.
      *--------------------------------------------------------------*
       FECHAR-TRABALHADOR.

           MOVE WS-PRONTUARIO-CORRENTE TO CAD-PRONTUARIO.
           READ CAD-FICHA-FILE.
           MOVE ZEROS TO WS-TRB-CBO.
           IF WS-CAD-FILE-STATUS = "00"
               MOVE CAD-CPF           TO WS-TRB-CPF
               MOVE CAD-DATA-ADMISSAO TO WS-TRB-DATA-ADMISSAO
               IF CARGO-DISPONIVEL AND CAD-CARGO NOT = SPACES
                   MOVE CAD-CARGO TO CRG-CODIGO
                   READ CRG-FICHA-FILE
                   IF WS-CRG-FILE-STATUS = "00"
                       MOVE CRG-CBO TO WS-TRB-CBO
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-QTD-SEM-CADASTRO
               MOVE SPACES TO WS-TRB-CPF
           WRITE DECLARA-LINHA FROM WS-DCL-TRABALHADOR.

           ADD 1 TO WS-QTD-TRABALHADORES.
           ADD 1 TO WS-DCL-QTD-TRABALHADORES.

           PERFORM GRAVAR-RUBRICAS-ADICIONAIS.
           PERFORM GRAVAR-DEPENDENTES.

           MOVE "N" TO WS-TRABALHADOR-ABERTO.
      *--------------------------------------------------------------*
       GRAVAR-RUBRICAS-ADICIONAIS.

      *    OS ADICIONAIS DA COMPETENCIA SAO LIDOS PELA CHAVE
      *    (COMPETENCIA + PRONTUARIO); SO A FOLHA MENSAL OS TEM.
           IF NOT ADICIONAL-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-ADIC-INSALUBRIDADE.
           MOVE ZERO TO WS-ADIC-PERICULOSIDADE.
           MOVE ZERO TO WS-ADIC-NOTURNO.
           MOVE ZERO TO WS-ADIC-HORAS-NOTURNAS.

           MOVE "N"    TO WS-AMV-FIM-ARQUIVO.
           MOVE SPACES TO AMV-CHAVE.
           MOVE WS-COMPETENCIA-ALVO    TO AMV-COMPETENCIA.
           MOVE WS-PRONTUARIO-CORRENTE TO AMV-PRONTUARIO.
           START AMV-FICHA-FILE KEY >= AMV-CHAVE.
           IF WS-AMV-FILE-STATUS NOT = "00"
               MOVE "S" TO WS-AMV-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL AMV-FIM-ARQUIVO
               READ AMV-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-AMV-FIM-ARQUIVO
                   NOT AT END
                       IF AMV-COMPETENCIA NOT = WS-COMPETENCIA-ALVO
                          OR AMV-PRONTUARIO
                              NOT = WS-PRONTUARIO-CORRENTE
                           MOVE "S" TO WS-AMV-FIM-ARQUIVO
                       ELSE
                           ADD AMV-INSALUBRIDADE
                               TO WS-ADIC-INSALUBRIDADE
                           ADD AMV-PERICULOSIDADE
                               TO WS-ADIC-PERICULOSIDADE
                           ADD AMV-NOTURNO TO WS-ADIC-NOTURNO
                           ADD AMV-HORAS-NOTURNAS
                               TO WS-ADIC-HORAS-NOTURNAS
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-PRONTUARIO-CORRENTE TO WS-RUB-PRONTUARIO.
           IF WS-ADIC-INSALUBRIDADE > ZERO
               MOVE "INSALUB"             TO WS-RUB-CODIGO
               MOVE WS-ADIC-INSALUBRIDADE TO WS-RUB-VALOR
               MOVE ZERO                  TO WS-RUB-HORAS
               PERFORM GRAVAR-UMA-RUBRICA
           END-IF.
           IF WS-ADIC-PERICULOSIDADE > ZERO
               MOVE "PERICUL"              TO WS-RUB-CODIGO
               MOVE WS-ADIC-PERICULOSIDADE TO WS-RUB-VALOR
               MOVE ZERO                   TO WS-RUB-HORAS
               PERFORM GRAVAR-UMA-RUBRICA
           END-IF.
           IF WS-ADIC-NOTURNO > ZERO
               MOVE "NOTURNO"              TO WS-RUB-CODIGO
               MOVE WS-ADIC-NOTURNO        TO WS-RUB-VALOR
               MOVE WS-ADIC-HORAS-NOTURNAS TO WS-RUB-HORAS
               PERFORM GRAVAR-UMA-RUBRICA
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-UMA-RUBRICA.

           WRITE DECLARA-LINHA FROM WS-DCL-RUBRICA.
           ADD 1 TO WS-QTD-RUBRICAS.
      *--------------------------------------------------------------*
       GRAVAR-DEPENDENTES.

           WRITE DECLARA-LINHA FROM WS-DCL-DEPENDENTE.

           ADD 1 TO WS-QTD-DEPENDENTES.
           ADD 1 TO WS-DCL-QTD-DEPENDENTES.
      *--------------------------------------------------------------*
       GRAVAR-HEADER.

           MOVE WS-ESTAB-CNPJ(WS-IDX-DECLARACAO) TO WS-HDR-CNPJ.
           MOVE WS-ESTAB-NOME(WS-IDX-DECLARACAO)
               TO WS-HDR-NOME-EMPRESA.
           MOVE WS-COMPETENCIA-ALVO  TO WS-HDR-COMPETENCIA.
           MOVE WS-DATA-GERACAO      TO WS-HDR-DATA-GERACAO.

           WRITE DECLARA-LINHA FROM WS-DCL-HEADER.
           MOVE "S" TO WS-HEADER-GRAVADO.
      *--------------------------------------------------------------*
       GRAVAR-TRAILER.

           MOVE WS-DCL-QTD-TRABALHADORES TO WS-TRL-QTD-TRABALHADORES.
           MOVE WS-DCL-QTD-DEPENDENTES   TO WS-TRL-QTD-DEPENDENTES.
           MOVE WS-DCL-TOTAL-BRUTO       TO WS-TRL-TOTAL-BRUTO.
           MOVE WS-DCL-TOTAL-INSS        TO WS-TRL-TOTAL-INSS.

           WRITE DECLARA-LINHA FROM WS-DCL-TRAILER.
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
                   " ESTABELECIMENTO " EST-CODIGO
                   " FORA DA DECLARACAO."
           END-IF.
      *--------------------------------------------------------------*
       VERIFICAR-ESTABELECIMENTO.

      *    CODIGO SEM FICHA EM ESTABELEC.DAT SO E CONTADO NA PRIMEIRA
      *    PASSADA.
           MOVE "N" TO WS-ESTAB-DA-DECLARACAO.
           MOVE CONST-ESTAB-MATRIZ TO WS-ESTABELECIMENTO.
           MOVE WS-PRONTUARIO-CORRENTE TO CAD-PRONTUARIO.
           READ CAD-FICHA-FILE.
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
               IF WS-IDX-DECLARACAO = 1
                   ADD 1 TO WS-QTD-SEM-ESTABELECIMENTO
                   DISPLAY "PRONTUARIO: " WS-PRONTUARIO-CORRENTE
                       "  ESTABELECIMENTO " WS-ESTABELECIMENTO
                       " SEM FICHA - NAO INCLUIDO NA DECLARACAO."
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-IDX-ESTAB-LOCALIZADO = WS-IDX-DECLARACAO
               MOVE "S" TO WS-ESTAB-DA-DECLARACAO
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
