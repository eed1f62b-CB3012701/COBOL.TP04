               RECORD KEY         IS HIST-CHAVE
               FILE STATUS        IS WS-HIST-FILE-STATUS.

           SELECT CAD-FICHA-FILE  ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CAD-PRONTUARIO
               FILE STATUS        IS WS-CAD-FILE-STATUS.

           SELECT EST-FICHA-FILE  ASSIGN TO "ESTABELEC.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS EST-CODIGO
               FILE STATUS        IS WS-EST-FILE-STATUS.

           SELECT AUDIT-FICHA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-AUDIT-FILE-STATUS.
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-CONCILIA-FILE-STATUS.

           SELECT CTL-FICHA-FILE  ASSIGN TO "COMPETEN.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CTL-COMPETENCIA
               FILE STATUS        IS WS-CTL-FILE-STATUS.

      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 HIST-SALARIO-LIQUIDO      PIC 9(5)V9(2).
           05 HIST-CENTRO-CUSTO         PIC X(4).

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

      *    ESTABELECIMENTOS DA EMPRESA (MANTIDOS PELO TP04CADM).
       FD  EST-FICHA-FILE.
       01  EST-REG.
           05 EST-CODIGO                PIC X(3).
           05 EST-NOME                  PIC X(30).
           05 EST-CNPJ                  PIC 9(14).

       FD  AUDIT-FICHA-FILE.
       01  AUDIT-REG.
           05 AUDIT-DATA                PIC 9(8).
       FD  CONCILIA-FILE.
       01  CONCILIA-LINHA               PIC X(80).

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
       77 WS-HIST-FILE-STATUS          PIC X(2)        VALUE SPACES.
       77 WS-AUDIT-FILE-STATUS         PIC X(2)        VALUE SPACES.
       77 WS-ENCARGOS-FILE-STATUS      PIC X(2)        VALUE SPACES.
       77 WS-CONCILIA-FILE-STATUS      PIC X(2)        VALUE SPACES.
       77 WS-CAD-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-EST-FILE-STATUS           PIC X(2)        VALUE SPACES.

       77 WS-COMPETENCIA-ALVO          PIC 9(6)        VALUE ZEROS.

               10 WS-CONF-BRUTO        PIC 9(5)V9(2).
               10 WS-CONF-LIQUIDO      PIC 9(5)V9(2).
               10 WS-CONF-LOCALIZADO   PIC X(1).
               10 WS-CONF-IDX-ESTAB    PIC 9(2).

      *---- CONCILIACAO POR ESTABELECIMENTO ---------------------------*
      *    O HISTORICO NAO GUARDA O ESTABELECIMENTO: CADA PRONTUARIO
      *    E ATRIBUIDO PELO CADASTRO, COMO NO CALCULO DA FOLHA. SEM
      *    CODIGO (OU SEM CADASTRO) O EMPREGADO E DA MATRIZ.
       77 CONST-ESTAB-MATRIZ           PIC X(3)        VALUE "001".
       77 CONST-NOME-EMPRESA           PIC X(30)
           VALUE "EMPRESA MODELO LTDA".
       77 CONST-CNPJ-EMPRESA           PIC 9(14)
           VALUE 00000000000191.
       77 WS-ESTABELECIMENTO           PIC X(3)        VALUE SPACES.
       77 WS-EST-NOME                  PIC X(30)       VALUE SPACES.
       77 WS-EST-CNPJ                  PIC 9(14)       VALUE ZEROS.
       77 WS-PRONTUARIO-CORRENTE       PIC X(8)        VALUE SPACES.
       01 WS-CAD-DISPONIVEL            PIC X           VALUE "N".
           88 CAD-DISPONIVEL                           VALUE "S".
       01 WS-ESTABELEC-DISPONIVEL      PIC X           VALUE "N".
           88 ESTABELEC-DISPONIVEL                     VALUE "S".
       77 CONST-MAX-ESTABELECIMENTOS   PIC 9(2)        VALUE 10.
       77 WS-QTD-ESTABELECIMENTOS      PIC 9(2)        VALUE ZERO.
       77 WS-IDX-ESTAB                 PIC 9(2)        VALUE ZERO.
       77 WS-IDX-ESTAB-LOCALIZADO      PIC 9(2)        VALUE ZERO.
       77 WS-IDX-ESTAB-ENCARGOS        PIC 9(2)        VALUE ZERO.
       77 WS-DIVERGENCIAS-ANTES        PIC 9(4)        VALUE ZERO.
       77 WS-DIVERGENCIAS-ESTAB        PIC 9(4)        VALUE ZERO.
       77 WS-VALOR-RECALCULADO         PIC 9(9)V9(2)   VALUE ZERO.
       01 WS-SECAO-ESTABELECIMENTO     PIC X           VALUE "N".
           88 SECAO-ESTABELECIMENTO                    VALUE "S".
       01 WS-TABELA-ESTABELECIMENTO.
           05 WS-ESTAB-ITEM OCCURS 10 TIMES.
               10 WS-ESTAB-CODIGO      PIC X(3).
               10 WS-ESTAB-QTD         PIC 9(6).
               10 WS-ESTAB-BRUTO       PIC 9(9)V9(2).
               10 WS-ESTAB-INSS        PIC 9(9)V9(2).
               10 WS-ESTAB-IRRF        PIC 9(9)V9(2).
               10 WS-ESTAB-LIQUIDO     PIC 9(9)V9(2).
               10 WS-ESTAB-BRUTO-MENSAL PIC 9(9)V9(2).
               10 WS-ESTAB-FGTS-MENSAL PIC 9(9)V9(2).
               10 WS-ESTAB-SEM-AUDITORIA PIC 9(6).
               10 WS-ESTAB-ENC-LIDO    PIC X(1).
               10 WS-ESTAB-ENC-BRUTO   PIC 9(9)V9(2).
               10 WS-ESTAB-ENC-PATRONAL PIC 9(9)V9(2).
               10 WS-ESTAB-ENC-RAT     PIC 9(9)V9(2).
               10 WS-ESTAB-ENC-FGTS    PIC 9(9)V9(2).

      *---- ENCARGOS RECALCULADOS E IMPRESSOS -------------------------*
       77 CONST-PERCENTUAL-INSS-PATRONAL PIC 9V9(3)    VALUE 0,200.
           88 AUDIT-FIM-ARQUIVO                        VALUE "S".
       01 WS-ENC-FIM-ARQUIVO           PIC X           VALUE "N".
           88 ENC-FIM-ARQUIVO                          VALUE "S".

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
       77 CONST-CTL-PROGRAMA           PIC X(8)        VALUE "TP04CONC".
       77 WS-AUDIT-OPERADOR            PIC X(20)       VALUE SPACES.
       77 CONST-VAR-AMBIENTE-USUARIO   PIC X(4)        VALUE "USER".
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA-ALVO.

      *    SO HA O QUE CONCILIAR DEPOIS DO CALCULO DA FOLHA.
           MOVE WS-COMPETENCIA-ALVO TO WS-CTL-COMPETENCIA.
           PERFORM CONSULTAR-CALENDARIO.
           IF CTL-SIT-ABERTA
               DISPLAY "COMPETENCIA " WS-COMPETENCIA-ALVO
                   " AINDA ABERTA NO CALENDARIO (COMPETEN.DAT) -"
                   " FOLHA NAO CALCULADA."
               DISPLAY "CONCILIACAO RECUSADA."
               STOP RUN
           END-IF.

           OPEN OUTPUT CONCILIA-FILE.

           MOVE SPACES TO CONCILIA-LINHA.
           PERFORM RETOTALIZAR-HISTORICO.
           PERFORM CONFERIR-AUDITORIA.
           PERFORM CONFERIR-ENCARGOS.
           PERFORM CONFERIR-ESTABELECIMENTOS.

           MOVE ALL "-" TO CONCILIA-LINHA.
           WRITE CONCILIA-LINHA.

           IF WS-QTD-DIVERGENCIAS = ZERO
               DISPLAY "CONCILIACAO APROVADA."
      *        APROVADA A CONCILIACAO, A FOLHA PODE SER REMETIDA;
      *        EM ETAPA POSTERIOR A SITUACAO NAO RECUA.
               IF CTL-SIT-CALCULADA
                   MOVE "R" TO WS-CTL-SITUACAO-NOVA
                   PERFORM AVANCAR-CALENDARIO
               END-IF
           ELSE
               DISPLAY "CONCILIACAO REPROVADA: " WS-QTD-DIVERGENCIAS
                   " DIVERGENCIA(S). VER CONCILIA.DAT."

           MOVE "N" TO WS-HIST-FIM-ARQUIVO.

           MOVE "N" TO WS-CAD-DISPONIVEL.
           OPEN INPUT CAD-FICHA-FILE.
           IF WS-CAD-FILE-STATUS = "00"
               MOVE "S" TO WS-CAD-DISPONIVEL
           ELSE
               DISPLAY "AVISO: CADASTRO.DAT INDISPONIVEL - STATUS: "
                   WS-CAD-FILE-STATUS
                   " - HISTORICO CONCILIADO TODO NA MATRIZ."
           END-IF.

           OPEN INPUT HIST-FICHA-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "HISTIDX.DAT INDISPONIVEL. STATUS: "
               CLOSE HIST-FICHA-FILE
           END-IF.

           IF CAD-DISPONIVEL
               CLOSE CAD-FICHA-FILE
           END-IF.

           MOVE SPACES TO CONCILIA-LINHA.
           STRING "HISTORICO: " WS-QTD-REGISTROS " REGISTRO(S)"
               DELIMITED BY SIZE INTO CONCILIA-LINHA.
      *--------------------------------------------------------------*
       TOTALIZAR-REGISTRO.

      *    O HISTORICO SAI EM ORDEM DE PRONTUARIO: O CADASTRO SO E
      *    LIDO NA TROCA DE EMPREGADO.
           IF HIST-PRONTUARIO NOT = WS-PRONTUARIO-CORRENTE
               MOVE HIST-PRONTUARIO TO WS-PRONTUARIO-CORRENTE
               PERFORM IDENTIFICAR-ESTABELECIMENTO
               PERFORM LOCALIZAR-ESTABELECIMENTO
           END-IF.

           IF WS-IDX-ESTAB-LOCALIZADO > ZERO
               PERFORM TOTALIZAR-ESTABELECIMENTO
           END-IF.

           ADD 1                    TO WS-QTD-REGISTROS.
           ADD HIST-SALARIO-BRUTO   TO WS-SOMA-BRUTO.
           ADD HIST-DESCONTO-INSS   TO WS-SOMA-INSS.
               MOVE HIST-SALARIO-LIQUIDO
                   TO WS-CONF-LIQUIDO(WS-QTD-CONFERENCIA)
               MOVE "N" TO WS-CONF-LOCALIZADO(WS-QTD-CONFERENCIA)
               MOVE WS-IDX-ESTAB-LOCALIZADO
                   TO WS-CONF-IDX-ESTAB(WS-QTD-CONFERENCIA)
           ELSE
               DISPLAY "AVISO: LIMITE DE " CONST-MAX-CONFERENCIA
                   " REGISTROS NA CONFERENCIA EXCEDIDO - PRONTUARIO "
               IF WS-CONF-LOCALIZADO(WS-IDX-CONF) NOT = "S"
                   ADD 1 TO WS-QTD-SEM-AUDITORIA
                   ADD 1 TO WS-QTD-DIVERGENCIAS
                   IF WS-CONF-IDX-ESTAB(WS-IDX-CONF) > ZERO
                       MOVE WS-CONF-IDX-ESTAB(WS-IDX-CONF)
                           TO WS-IDX-ESTAB
                       ADD 1 TO WS-ESTAB-SEM-AUDITORIA(WS-IDX-ESTAB)
                   END-IF
                   MOVE SPACES TO CONCILIA-LINHA
                   STRING "DIVERGENCIA: PRONTUARIO "
                       WS-CONF-PRONTUARIO(WS-IDX-CONF)
                   MOVE ZERO TO WS-ENC-PATRONAL
                   MOVE ZERO TO WS-ENC-RAT
                   MOVE ZERO TO WS-ENC-FGTS
                   PERFORM LIMPAR-ENCARGOS-ESTAB
               ELSE
                   MOVE "N" TO WS-DENTRO-BLOCO
               END-IF
           ELSE
               IF DENTRO-BLOCO
                   PERFORM CLASSIFICAR-LINHA-ESTAB
                   EVALUATE TRUE
                       WHEN ENCARGOS-LINHA(1:21)
                               = "TOTAL SALARIOS BRUTOS"
                   END-EVALUATE
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LIMPAR-ENCARGOS-ESTAB.

      *    UM NOVO BLOCO DA COMPETENCIA SUBSTITUI O ANTERIOR: O
      *    DETALHAMENTO POR ESTABELECIMENTO TAMBEM E REINICIADO.
           MOVE "N"  TO WS-SECAO-ESTABELECIMENTO.
           MOVE ZERO TO WS-IDX-ESTAB-ENCARGOS.
           PERFORM VARYING WS-IDX-ESTAB FROM 1 BY 1
                   UNTIL WS-IDX-ESTAB > WS-QTD-ESTABELECIMENTOS
               MOVE "N"  TO WS-ESTAB-ENC-LIDO(WS-IDX-ESTAB)
               MOVE ZERO TO WS-ESTAB-ENC-BRUTO(WS-IDX-ESTAB)
               MOVE ZERO TO WS-ESTAB-ENC-PATRONAL(WS-IDX-ESTAB)
               MOVE ZERO TO WS-ESTAB-ENC-RAT(WS-IDX-ESTAB)
               MOVE ZERO TO WS-ESTAB-ENC-FGTS(WS-IDX-ESTAB)
           END-PERFORM.
      *--------------------------------------------------------------*
       CLASSIFICAR-LINHA-ESTAB.

      *    AS LINHAS DO DETALHAMENTO SAO RECUADAS: NAO SE CONFUNDEM
      *    COM OS TOTAIS DA EMPRESA, LIDOS NA COLUNA 1.
           IF ENCARGOS-LINHA(1:1) NOT = SPACE
               MOVE "N" TO WS-SECAO-ESTABELECIMENTO
               MOVE ZERO TO WS-IDX-ESTAB-ENCARGOS
               IF ENCARGOS-LINHA(1:32)
                       = "DETALHAMENTO POR ESTABELECIMENTO"
                   MOVE "S" TO WS-SECAO-ESTABELECIMENTO
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF NOT SECAO-ESTABELECIMENTO
               EXIT PARAGRAPH
           END-IF.

           IF ENCARGOS-LINHA(1:19) = "  ESTABELECIMENTO: "
               MOVE ENCARGOS-LINHA(20:3) TO WS-ESTABELECIMENTO
               PERFORM LOCALIZAR-ESTABELECIMENTO
               MOVE WS-IDX-ESTAB-LOCALIZADO TO WS-IDX-ESTAB-ENCARGOS
               IF WS-IDX-ESTAB-ENCARGOS > ZERO
                   MOVE "S"
                       TO WS-ESTAB-ENC-LIDO(WS-IDX-ESTAB-ENCARGOS)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-IDX-ESTAB-ENCARGOS = ZERO
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN ENCARGOS-LINHA(1:19) = "    SALARIOS BRUTOS"
                   PERFORM CONVERTER-VALOR-LINHA
                   MOVE WS-VALOR-CONVERTIDO
                       TO WS-ESTAB-ENC-BRUTO(WS-IDX-ESTAB-ENCARGOS)
               WHEN ENCARGOS-LINHA(1:17) = "    INSS PATRONAL"
                   PERFORM CONVERTER-VALOR-LINHA
                   MOVE WS-VALOR-CONVERTIDO
                       TO WS-ESTAB-ENC-PATRONAL(WS-IDX-ESTAB-ENCARGOS)
               WHEN ENCARGOS-LINHA(1:7) = "    RAT"
                   PERFORM CONVERTER-VALOR-LINHA
                   MOVE WS-VALOR-CONVERTIDO
                       TO WS-ESTAB-ENC-RAT(WS-IDX-ESTAB-ENCARGOS)
               WHEN ENCARGOS-LINHA(1:8) = "    FGTS"
                   PERFORM CONVERTER-VALOR-LINHA
                   MOVE WS-VALOR-CONVERTIDO
                       TO WS-ESTAB-ENC-FGTS(WS-IDX-ESTAB-ENCARGOS)
           END-EVALUATE.
      *--------------------------------------------------------------*
       IDENTIFICAR-ESTABELECIMENTO.

           MOVE CONST-ESTAB-MATRIZ TO WS-ESTABELECIMENTO.
           IF CAD-DISPONIVEL
               MOVE HIST-PRONTUARIO TO CAD-PRONTUARIO
               READ CAD-FICHA-FILE
               IF WS-CAD-FILE-STATUS = "00"
                  AND CAD-ESTABELECIMENTO NOT = SPACES
                   MOVE CAD-ESTABELECIMENTO TO WS-ESTABELECIMENTO
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       LOCALIZAR-ESTABELECIMENTO.

           MOVE ZERO TO WS-IDX-ESTAB-LOCALIZADO.
           PERFORM VARYING WS-IDX-ESTAB FROM 1 BY 1
                   UNTIL WS-IDX-ESTAB > WS-QTD-ESTABELECIMENTOS
               IF WS-ESTAB-CODIGO(WS-IDX-ESTAB) = WS-ESTABELECIMENTO
                   MOVE WS-IDX-ESTAB TO WS-IDX-ESTAB-LOCALIZADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-IDX-ESTAB-LOCALIZADO > ZERO
               EXIT PARAGRAPH
           END-IF.

           IF WS-QTD-ESTABELECIMENTOS < CONST-MAX-ESTABELECIMENTOS
               ADD 1 TO WS-QTD-ESTABELECIMENTOS
               MOVE WS-QTD-ESTABELECIMENTOS TO WS-IDX-ESTAB-LOCALIZADO
               MOVE WS-ESTABELECIMENTO
                   TO WS-ESTAB-CODIGO(WS-IDX-ESTAB-LOCALIZADO)
               MOVE ZERO TO WS-ESTAB-QTD(WS-IDX-ESTAB-LOCALIZADO)
               MOVE ZERO TO WS-ESTAB-BRUTO(WS-IDX-ESTAB-LOCALIZADO)
               MOVE ZERO TO WS-ESTAB-INSS(WS-IDX-ESTAB-LOCALIZADO)
               MOVE ZERO TO WS-ESTAB-IRRF(WS-IDX-ESTAB-LOCALIZADO)
               MOVE ZERO TO WS-ESTAB-LIQUIDO(WS-IDX-ESTAB-LOCALIZADO)
               MOVE ZERO
                   TO WS-ESTAB-BRUTO-MENSAL(WS-IDX-ESTAB-LOCALIZADO)
               MOVE ZERO
                   TO WS-ESTAB-FGTS-MENSAL(WS-IDX-ESTAB-LOCALIZADO)
               MOVE ZERO
                   TO WS-ESTAB-SEM-AUDITORIA(WS-IDX-ESTAB-LOCALIZADO)
               MOVE "N"  TO WS-ESTAB-ENC-LIDO(WS-IDX-ESTAB-LOCALIZADO)
               MOVE ZERO
                   TO WS-ESTAB-ENC-BRUTO(WS-IDX-ESTAB-LOCALIZADO)
               MOVE ZERO
                   TO WS-ESTAB-ENC-PATRONAL(WS-IDX-ESTAB-LOCALIZADO)
               MOVE ZERO TO WS-ESTAB-ENC-RAT(WS-IDX-ESTAB-LOCALIZADO)
               MOVE ZERO TO WS-ESTAB-ENC-FGTS(WS-IDX-ESTAB-LOCALIZADO)
           ELSE
               ADD 1 TO WS-QTD-DIVERGENCIAS
               MOVE SPACES TO CONCILIA-LINHA
               STRING "DIVERGENCIA: LIMITE DE ESTABELECIMENTOS"
                   " EXCEDIDO - ESTABELECIMENTO " WS-ESTABELECIMENTO
                   DELIMITED BY SIZE INTO CONCILIA-LINHA
               WRITE CONCILIA-LINHA
           END-IF.
      *--------------------------------------------------------------*
       TOTALIZAR-ESTABELECIMENTO.

           ADD 1 TO WS-ESTAB-QTD(WS-IDX-ESTAB-LOCALIZADO).
           ADD HIST-SALARIO-BRUTO
               TO WS-ESTAB-BRUTO(WS-IDX-ESTAB-LOCALIZADO).
           ADD HIST-DESCONTO-INSS
               TO WS-ESTAB-INSS(WS-IDX-ESTAB-LOCALIZADO).
           ADD HIST-DESCONTO-IRRF
               TO WS-ESTAB-IRRF(WS-IDX-ESTAB-LOCALIZADO).
           ADD HIST-SALARIO-LIQUIDO
               TO WS-ESTAB-LIQUIDO(WS-IDX-ESTAB-LOCALIZADO).
           IF HIST-TIPO-REGISTRO = "M"
               ADD HIST-SALARIO-BRUTO
                   TO WS-ESTAB-BRUTO-MENSAL(WS-IDX-ESTAB-LOCALIZADO)
               COMPUTE WS-FGTS-REGISTRO =
                   HIST-SALARIO-BRUTO * CONST-PERCENTUAL-FGTS
               ADD WS-FGTS-REGISTRO
                   TO WS-ESTAB-FGTS-MENSAL(WS-IDX-ESTAB-LOCALIZADO)
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-ESTABELECIMENTOS.

      *    CADA ESTABELECIMENTO E CONCILIADO EM SEPARADO: TOTAIS DO
      *    HISTORICO, AUDITORIA E ENCARGOS RECOLHIDOS NO SEU CNPJ.
           MOVE "N" TO WS-ESTABELEC-DISPONIVEL.
           OPEN INPUT EST-FICHA-FILE.
           IF WS-EST-FILE-STATUS = "00"
               MOVE "S" TO WS-ESTABELEC-DISPONIVEL
           END-IF.

           PERFORM VARYING WS-IDX-ESTAB FROM 1 BY 1
                   UNTIL WS-IDX-ESTAB > WS-QTD-ESTABELECIMENTOS
               IF WS-ESTAB-QTD(WS-IDX-ESTAB) > ZERO
                  OR WS-ESTAB-ENC-LIDO(WS-IDX-ESTAB) = "S"
                   PERFORM CONFERIR-UM-ESTABELECIMENTO
               END-IF
           END-PERFORM.

           IF ESTABELEC-DISPONIVEL
               CLOSE EST-FICHA-FILE
           END-IF.
      *--------------------------------------------------------------*
       CONFERIR-UM-ESTABELECIMENTO.

           MOVE WS-QTD-DIVERGENCIAS TO WS-DIVERGENCIAS-ANTES.
           MOVE WS-ESTAB-CODIGO(WS-IDX-ESTAB) TO WS-ESTABELECIMENTO.
           PERFORM OBTER-ESTABELECIMENTO.

           MOVE ALL "-" TO CONCILIA-LINHA.
           WRITE CONCILIA-LINHA.

           MOVE SPACES TO CONCILIA-LINHA.
           STRING "ESTABELECIMENTO: " WS-ESTABELECIMENTO
               " CNPJ " WS-EST-CNPJ " " WS-EST-NOME
               DELIMITED BY SIZE INTO CONCILIA-LINHA.
           WRITE CONCILIA-LINHA.

           MOVE SPACES TO CONCILIA-LINHA.
           STRING "  HISTORICO: " WS-ESTAB-QTD(WS-IDX-ESTAB)
               " REGISTRO(S)"
               DELIMITED BY SIZE INTO CONCILIA-LINHA.
           WRITE CONCILIA-LINHA.

           MOVE WS-ESTAB-BRUTO(WS-IDX-ESTAB) TO WS-VALOR-EDITADO.
           MOVE SPACES TO CONCILIA-LINHA.
           STRING "  SOMA BRUTO.........: " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO CONCILIA-LINHA.
           WRITE CONCILIA-LINHA.

           MOVE WS-ESTAB-INSS(WS-IDX-ESTAB) TO WS-VALOR-EDITADO.
           MOVE SPACES TO CONCILIA-LINHA.
           STRING "  SOMA INSS..........: " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO CONCILIA-LINHA.
           WRITE CONCILIA-LINHA.

           MOVE WS-ESTAB-IRRF(WS-IDX-ESTAB) TO WS-VALOR-EDITADO.
           MOVE SPACES TO CONCILIA-LINHA.
           STRING "  SOMA IRRF..........: " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO CONCILIA-LINHA.
           WRITE CONCILIA-LINHA.

           MOVE WS-ESTAB-LIQUIDO(WS-IDX-ESTAB) TO WS-VALOR-EDITADO.
           MOVE SPACES TO CONCILIA-LINHA.
           STRING "  SOMA LIQUIDO.......: " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO CONCILIA-LINHA.
           WRITE CONCILIA-LINHA.

           MOVE WS-ESTAB-BRUTO-MENSAL(WS-IDX-ESTAB)
               TO WS-VALOR-EDITADO.
           MOVE SPACES TO CONCILIA-LINHA.
           STRING "  BRUTO FOLHA MENSAL.: " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO CONCILIA-LINHA.
           WRITE CONCILIA-LINHA.

           MOVE SPACES TO CONCILIA-LINHA.
           STRING "  AUDITORIA: " WS-ESTAB-SEM-AUDITORIA(WS-IDX-ESTAB)
               " REGISTRO(S) SEM CONTRAPARTIDA."
               DELIMITED BY SIZE INTO CONCILIA-LINHA.
           WRITE CONCILIA-LINHA.

      *    SEM BLOCO DA COMPETENCIA A DIVERGENCIA JA FOI CONTADA NA
      *    CONFERENCIA DOS TOTAIS DA EMPRESA.
           IF BLOCO-ENCONTRADO
               PERFORM CONFERIR-ENCARGOS-ESTAB
           END-IF.

           COMPUTE WS-DIVERGENCIAS-ESTAB =
               WS-QTD-DIVERGENCIAS - WS-DIVERGENCIAS-ANTES
               + WS-ESTAB-SEM-AUDITORIA(WS-IDX-ESTAB).

           MOVE SPACES TO CONCILIA-LINHA.
           IF WS-DIVERGENCIAS-ESTAB = ZERO
               STRING "  ESTABELECIMENTO " WS-ESTABELECIMENTO
                   ": CONCILIADO."
                   DELIMITED BY SIZE INTO CONCILIA-LINHA
           ELSE
               STRING "  ESTABELECIMENTO " WS-ESTABELECIMENTO
                   ": " WS-DIVERGENCIAS-ESTAB " DIVERGENCIA(S)."
                   DELIMITED BY SIZE INTO CONCILIA-LINHA
           END-IF.
           WRITE CONCILIA-LINHA.
      *--------------------------------------------------------------*
       CONFERIR-ENCARGOS-ESTAB.

           IF WS-ESTAB-ENC-LIDO(WS-IDX-ESTAB) NOT = "S"
               ADD 1 TO WS-QTD-DIVERGENCIAS
               MOVE SPACES TO CONCILIA-LINHA
               STRING "DIVERGENCIA: ESTABELECIMENTO "
                   WS-ESTABELECIMENTO " SEM DETALHAMENTO EM"
                   " ENCARGOS.DAT."
                   DELIMITED BY SIZE INTO CONCILIA-LINHA
               WRITE CONCILIA-LINHA
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-ROTULO-LINHA.
           STRING "ESTAB " WS-ESTABELECIMENTO " SALARIOS BRUTOS"
               DELIMITED BY SIZE INTO WS-ROTULO-LINHA.
           MOVE WS-ESTAB-ENC-BRUTO(WS-IDX-ESTAB) TO WS-VALOR-CONVERTIDO.
           MOVE WS-ESTAB-BRUTO-MENSAL(WS-IDX-ESTAB)
               TO WS-VALOR-RECALCULADO.
           PERFORM COMPARAR-VALOR-ESTAB.

           MOVE SPACES TO WS-ROTULO-LINHA.
           STRING "ESTAB " WS-ESTABELECIMENTO " INSS PATRONAL (20%)"
               DELIMITED BY SIZE INTO WS-ROTULO-LINHA.
           MOVE WS-ESTAB-ENC-PATRONAL(WS-IDX-ESTAB)
               TO WS-VALOR-CONVERTIDO.
           COMPUTE WS-VALOR-RECALCULADO =
               WS-ESTAB-BRUTO-MENSAL(WS-IDX-ESTAB)
                   * CONST-PERCENTUAL-INSS-PATRONAL.
           PERFORM COMPARAR-VALOR-ESTAB.

           MOVE SPACES TO WS-ROTULO-LINHA.
           STRING "ESTAB " WS-ESTABELECIMENTO " RAT / OUTRAS (5,8%)"
               DELIMITED BY SIZE INTO WS-ROTULO-LINHA.
           MOVE WS-ESTAB-ENC-RAT(WS-IDX-ESTAB) TO WS-VALOR-CONVERTIDO.
           COMPUTE WS-VALOR-RECALCULADO =
               WS-ESTAB-BRUTO-MENSAL(WS-IDX-ESTAB)
                   * CONST-PERCENTUAL-RAT-TERCEIROS.
           PERFORM COMPARAR-VALOR-ESTAB.

           MOVE SPACES TO WS-ROTULO-LINHA.
           STRING "ESTAB " WS-ESTABELECIMENTO " FGTS (8%)"
               DELIMITED BY SIZE INTO WS-ROTULO-LINHA.
           MOVE WS-ESTAB-ENC-FGTS(WS-IDX-ESTAB) TO WS-VALOR-CONVERTIDO.
           MOVE WS-ESTAB-FGTS-MENSAL(WS-IDX-ESTAB)
               TO WS-VALOR-RECALCULADO.
           PERFORM COMPARAR-VALOR-ESTAB.
      *--------------------------------------------------------------*
       COMPARAR-VALOR-ESTAB.

           IF WS-VALOR-CONVERTIDO = WS-VALOR-RECALCULADO
               PERFORM ESCREVER-CONFERE
           ELSE
               MOVE WS-VALOR-RECALCULADO TO WS-VALOR-EDITADO-2
               PERFORM ESCREVER-DIVERGENCIA
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
               END-IF
           END-IF.
      *--------------------------------------------------------------*
       CONVERTER-VALOR-LINHA.

           END-PERFORM.

           COMPUTE WS-VALOR-CONVERTIDO = WS-DIGITOS / 100.
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
