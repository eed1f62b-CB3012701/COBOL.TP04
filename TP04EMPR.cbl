       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP04EMPR.
       AUTHOR.        EQUIPE TP04.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

      *--------------------------------------------------------------*
      *    EMPRESTIMOS CONSIGNADOS: MANUTENCAO DOS CONTRATOS EM
      *    CONSIGNADO.DAT (BANCO, NUMERO DO CONTRATO, VALOR E
      *    QUANTIDADE DE PARCELAS, PARCELAS PAGAS) E EXTRATO MENSAL
      *    PARA OS BANCOS. A PARCELA E DESCONTADA PELA FOLHA (TP04),
      *    QUE BAIXA O CONTRATO E REGISTRA EM CONSMOV.DAT CADA
      *    PARCELA DESCONTADA OU NAO DESCONTADA POR FALTA DE
      *    MARGEM; O TP04RESC REGISTRA O SALDO ABATIDO NA RESCISAO.
      *    O EXTRATO DA OPCAO 4 LE ESSE MOVIMENTO E GRAVA EM
      *    EXTCONSIG.DAT, POR BANCO, O VALOR A REPASSAR E AS
      *    PARCELAS QUE FICARAM SEM DESCONTO NA COMPETENCIA.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAD-FICHA-FILE  ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
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

           SELECT EXTRATO-FILE    ASSIGN TO "EXTCONSIG.DAT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-EXTRATO-FILE-STATUS.

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

      *    SITUACAO DO CONTRATO: A ATIVO, Q QUITADO PELA FOLHA,
      *    C ENCERRADO NA MANUTENCAO (QUITACAO ANTECIPADA OU
      *    CANCELAMENTO), L LIQUIDADO NA RESCISAO, S SALDO
      *    REMANESCENTE APOS A RESCISAO (COBRADO PELO BANCO).
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

      *    MOVIMENTO DO CONSIGNADO POR COMPETENCIA. TIPO: M FOLHA
      *    MENSAL, R RESCISAO. SITUACAO: D DESCONTADA, N NAO
      *    DESCONTADA (MARGEM INSUFICIENTE), R ABATIDA NA RESCISAO.
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

       FD  EXTRATO-FILE.
       01  EXTRATO-LINHA                PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CSG-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-CAD-FILE-STATUS           PIC X(2)        VALUE SPACES.
       01 WS-EMPREGADO-ENCONTRADO      PIC X           VALUE "N".
           88 EMPREGADO-ENCONTRADO                     VALUE "S".
       77 WS-CMV-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-EXTRATO-FILE-STATUS       PIC X(2)        VALUE SPACES.

       77 WS-OPCAO                     PIC 9           VALUE 9.
           88 OPCAO-LISTAR                             VALUE 1.
           88 OPCAO-INCLUIR                            VALUE 2.
           88 OPCAO-ENCERRAR                           VALUE 3.
           88 OPCAO-EXTRATO                            VALUE 4.
           88 OPCAO-SAIR                               VALUE 0.
           88 OPCAO-VALIDA                  VALUE 0, 1, 2, 3, 4.

       77 WS-QTD-LISTADOS              PIC 9(4)        VALUE ZERO.
       01 WS-CSG-FIM-ARQUIVO           PIC X           VALUE "N".
           88 CSG-FIM-ARQUIVO                          VALUE "S".
       01 WS-CMV-FIM-ARQUIVO           PIC X           VALUE "N".
           88 CMV-FIM-ARQUIVO                          VALUE "S".

      *---- DADOS DO CONTRATO (ENTRADA) -------------------------------*
       01 WS-CONTRATO.
           05 WS-CSG-PRONTUARIO        PIC X(8)        VALUE SPACES.
           05 WS-CSG-CONTRATO          PIC X(12)       VALUE SPACES.
           05 WS-CSG-BANCO             PIC 9(3)        VALUE ZEROS.
           05 WS-CSG-VALOR-PARCELA     PIC 9(5)V9(2)   VALUE ZEROS.
           05 WS-CSG-QTD-PARCELAS      PIC 9(3)        VALUE ZEROS.
           05 WS-CSG-PARCELAS-PAGAS    PIC 9(3)        VALUE ZEROS.
           05 WS-CSG-COMPETENCIA-INICIO PIC 9(6)       VALUE ZEROS.
       77 WS-SALDO-DEVEDOR             PIC 9(7)V9(2)   VALUE ZERO.
       77 WS-CONFIRMA                  PIC X           VALUE "N".

      *---- EXTRATO POR BANCO -----------------------------------------*
       77 WS-COMPETENCIA-EXTRATO       PIC 9(6)        VALUE ZEROS.
       77 CONST-MAX-BANCOS             PIC 9(2)        VALUE 30.
       77 WS-QTD-BANCOS                PIC 9(2)        VALUE ZERO.
       77 WS-IDX-BANCO                 PIC 9(2)        VALUE ZERO.
       77 WS-IDX-POSICAO               PIC 9(2)        VALUE ZERO.
       01 WS-TABELA-BANCOS.
           05 WS-BCO-ITEM OCCURS 30 TIMES.
               10 WS-BCO-CODIGO        PIC 9(3).
               10 WS-BCO-QTD-DESC      PIC 9(5).
               10 WS-BCO-VALOR-DESC    PIC 9(9)V9(2).
               10 WS-BCO-QTD-NAO-DESC  PIC 9(5).
               10 WS-BCO-VALOR-NAO-DESC PIC 9(9)V9(2).
       77 WS-TOTAL-QTD-DESC            PIC 9(5)        VALUE ZERO.
       77 WS-TOTAL-VALOR-DESC          PIC 9(9)V9(2)   VALUE ZERO.
       77 WS-TOTAL-QTD-NAO-DESC        PIC 9(5)        VALUE ZERO.
       77 WS-TOTAL-VALOR-NAO-DESC      PIC 9(9)V9(2)   VALUE ZERO.
       77 WS-SITUACAO-DESCRICAO        PIC X(14)       VALUE SPACES.
       01 WS-EXTRATO-VALOR             PIC Z.ZZZ.ZZZ,ZZ.
       01 WS-EXTRATO-TOTAL             PIC ZZZ.ZZZ.ZZZ,ZZ.
       01 WS-EXTRATO-QTD               PIC ZZ.ZZ9.
       01 WS-VALOR-ED                  PIC ZZ.ZZZ,ZZ.
       01 WS-SALDO-ED                  PIC Z.ZZZ.ZZZ,ZZ.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       INICIO-CONSIGNADO.

           PERFORM ABRIR-CONTRATOS.

           PERFORM UNTIL OPCAO-SAIR
               PERFORM EXIBIR-MENU
               ACCEPT WS-OPCAO
               IF NOT OPCAO-VALIDA
                   DISPLAY "OPCAO INVALIDA."
                   MOVE 9 TO WS-OPCAO
               END-IF
               IF OPCAO-LISTAR
                   PERFORM LISTAR-CONTRATOS
               END-IF
               IF OPCAO-INCLUIR
                   PERFORM INCLUIR-CONTRATO
               END-IF
               IF OPCAO-ENCERRAR
                   PERFORM ENCERRAR-CONTRATO
               END-IF
               IF OPCAO-EXTRATO
                   PERFORM GERAR-EXTRATO-BANCOS
               END-IF
           END-PERFORM.

           CLOSE CSG-FICHA-FILE.
           CLOSE CAD-FICHA-FILE.

           STOP RUN.
      *--------------------------------------------------------------*
       ABRIR-CONTRATOS.

      *    O CADASTRO E SO CONSULTADO: O PRONTUARIO DIGITADO TEM DE
      *    EXISTIR E ESTAR ATIVO PARA RECEBER CONTRATO.
           OPEN INPUT CAD-FICHA-FILE.
           IF WS-CAD-FILE-STATUS NOT = "00"
               DISPLAY "CADASTRO.DAT INDISPONIVEL. STATUS: "
                   WS-CAD-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O CSG-FICHA-FILE.
      *    SOMENTE CRIA O ARQUIVO QUANDO ELE AINDA NAO EXISTE (35);
      *    QUALQUER OUTRA FALHA NAO PODE RECRIAR OS CONTRATOS.
           IF WS-CSG-FILE-STATUS = "35"
               OPEN OUTPUT CSG-FICHA-FILE
               CLOSE CSG-FICHA-FILE
               OPEN I-O CSG-FICHA-FILE
           END-IF.
           IF WS-CSG-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONSIGNADO.DAT. STATUS: "
                   WS-CSG-FILE-STATUS
               STOP RUN
           END-IF.
      *--------------------------------------------------------------*
       EXIBIR-MENU.

           DISPLAY " ".
           DISPLAY "---- EMPRESTIMOS CONSIGNADOS (TP04) -------------".
           DISPLAY "1 - Listar contratos do empregado".
           DISPLAY "2 - Incluir contrato".
           DISPLAY "3 - Encerrar contrato (quitacao antecipada)".
           DISPLAY "4 - Extrato mensal por banco".
           DISPLAY "0 - Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
      *--------------------------------------------------------------*
       LISTAR-CONTRATOS.

           MOVE SPACES TO WS-CSG-PRONTUARIO.
           DISPLAY "Prontuario: " WITH NO ADVANCING.
           ACCEPT WS-CSG-PRONTUARIO.

           MOVE ZERO   TO WS-QTD-LISTADOS.
           MOVE "N"    TO WS-CSG-FIM-ARQUIVO.
           MOVE WS-CSG-PRONTUARIO TO CSG-PRONTUARIO.
           MOVE SPACES TO CSG-CONTRATO.

           START CSG-FICHA-FILE KEY >= CSG-CHAVE.
           IF WS-CSG-FILE-STATUS NOT = "00"
               MOVE "S" TO WS-CSG-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL CSG-FIM-ARQUIVO
               READ CSG-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-CSG-FIM-ARQUIVO
                   NOT AT END
                       IF CSG-PRONTUARIO = WS-CSG-PRONTUARIO
                           PERFORM EXIBIR-CONTRATO
                       ELSE
                           MOVE "S" TO WS-CSG-FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-QTD-LISTADOS = ZERO
               DISPLAY "NENHUM CONTRATO PARA O PRONTUARIO."
           END-IF.
      *--------------------------------------------------------------*
       EXIBIR-CONTRATO.

           COMPUTE WS-SALDO-DEVEDOR = CSG-VALOR-PARCELA
               * (CSG-QTD-PARCELAS - CSG-PARCELAS-PAGAS).
           IF CSG-SITUACAO NOT = "A"
               MOVE ZERO TO WS-SALDO-DEVEDOR
           END-IF.

           MOVE CSG-VALOR-PARCELA TO WS-VALOR-ED.
           MOVE WS-SALDO-DEVEDOR  TO WS-SALDO-ED.

           DISPLAY "BANCO " CSG-BANCO " CONTRATO " CSG-CONTRATO
               " PARCELA " WS-VALOR-ED
               " PAGAS " CSG-PARCELAS-PAGAS "/" CSG-QTD-PARCELAS
               " INICIO " CSG-COMPETENCIA-INICIO
               " SIT " CSG-SITUACAO
               " SALDO " WS-SALDO-ED.

           ADD 1 TO WS-QTD-LISTADOS.
      *--------------------------------------------------------------*
       INCLUIR-CONTRATO.

           PERFORM ACEITAR-DADOS-CONTRATO.
           PERFORM CONSULTAR-EMPREGADO.

           EVALUATE TRUE
               WHEN WS-CSG-PRONTUARIO = SPACES
                  OR WS-CSG-CONTRATO = SPACES
                   DISPLAY "PRONTUARIO E CONTRATO SAO OBRIGATORIOS."
               WHEN NOT EMPREGADO-ENCONTRADO
                   DISPLAY "PRONTUARIO NAO CADASTRADO."
               WHEN CAD-STATUS NOT = "A"
                   DISPLAY "EMPREGADO INATIVO - CONTRATO NAO INCLUIDO."
               WHEN WS-CSG-VALOR-PARCELA = ZERO
                  OR WS-CSG-QTD-PARCELAS = ZERO
                   DISPLAY "VALOR E QUANTIDADE DE PARCELAS DEVEM SER"
                       " MAIORES QUE ZERO."
               WHEN WS-CSG-PARCELAS-PAGAS >= WS-CSG-QTD-PARCELAS
                   DISPLAY "PARCELAS PAGAS DEVEM SER MENORES QUE O"
                       " TOTAL DE PARCELAS."
               WHEN WS-CSG-COMPETENCIA-INICIO = ZERO
                   DISPLAY "COMPETENCIA DA PRIMEIRA PARCELA INVALIDA."
               WHEN OTHER
                   PERFORM GRAVAR-CONTRATO
           END-EVALUATE.
      *--------------------------------------------------------------*
       CONSULTAR-EMPREGADO.

           MOVE "N" TO WS-EMPREGADO-ENCONTRADO.
           MOVE WS-CSG-PRONTUARIO TO CAD-PRONTUARIO.
           READ CAD-FICHA-FILE.
           IF WS-CAD-FILE-STATUS = "00"
               MOVE "S" TO WS-EMPREGADO-ENCONTRADO
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-CONTRATO.

           MOVE WS-CSG-PRONTUARIO TO CSG-PRONTUARIO.
           MOVE WS-CSG-CONTRATO   TO CSG-CONTRATO.
           READ CSG-FICHA-FILE.
           IF WS-CSG-FILE-STATUS = "00"
               DISPLAY "CONTRATO JA CADASTRADO PARA O PRONTUARIO."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CSG-PRONTUARIO         TO CSG-PRONTUARIO.
           MOVE WS-CSG-CONTRATO           TO CSG-CONTRATO.
           MOVE WS-CSG-BANCO              TO CSG-BANCO.
           MOVE WS-CSG-VALOR-PARCELA      TO CSG-VALOR-PARCELA.
           MOVE WS-CSG-QTD-PARCELAS       TO CSG-QTD-PARCELAS.
           MOVE WS-CSG-PARCELAS-PAGAS     TO CSG-PARCELAS-PAGAS.
           MOVE WS-CSG-COMPETENCIA-INICIO TO CSG-COMPETENCIA-INICIO.
           MOVE "A"                       TO CSG-SITUACAO.

           WRITE CSG-REG.
           IF WS-CSG-FILE-STATUS = "00"
               DISPLAY "CONTRATO INCLUIDO."
           ELSE
               DISPLAY "ERRO NA INCLUSAO. STATUS: "
                   WS-CSG-FILE-STATUS
           END-IF.
      *--------------------------------------------------------------*
       ENCERRAR-CONTRATO.

           MOVE SPACES TO WS-CSG-PRONTUARIO.
           MOVE SPACES TO WS-CSG-CONTRATO.
           DISPLAY "Prontuario: " WITH NO ADVANCING.
           ACCEPT WS-CSG-PRONTUARIO.
           DISPLAY "Contrato: " WITH NO ADVANCING.
           ACCEPT WS-CSG-CONTRATO.

           MOVE WS-CSG-PRONTUARIO TO CSG-PRONTUARIO.
           MOVE WS-CSG-CONTRATO   TO CSG-CONTRATO.
           READ CSG-FICHA-FILE.
           IF WS-CSG-FILE-STATUS NOT = "00"
               DISPLAY "CONTRATO NAO CADASTRADO."
               EXIT PARAGRAPH
           END-IF.
           IF CSG-SITUACAO NOT = "A"
               DISPLAY "CONTRATO NAO ESTA ATIVO. SITUACAO: "
                   CSG-SITUACAO
               EXIT PARAGRAPH
           END-IF.

           PERFORM EXIBIR-CONTRATO.
           DISPLAY "Confirma o encerramento? (S/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "ENCERRAMENTO CANCELADO."
               EXIT PARAGRAPH
           END-IF.

           MOVE "C" TO CSG-SITUACAO.
           REWRITE CSG-REG.
           IF WS-CSG-FILE-STATUS = "00"
               DISPLAY "CONTRATO ENCERRADO."
           ELSE
               DISPLAY "ERRO NO ENCERRAMENTO. STATUS: "
                   WS-CSG-FILE-STATUS
           END-IF.
      *--------------------------------------------------------------*
       ACEITAR-DADOS-CONTRATO.

           MOVE SPACES TO WS-CSG-PRONTUARIO.
           MOVE SPACES TO WS-CSG-CONTRATO.
           MOVE ZEROS  TO WS-CSG-PARCELAS-PAGAS.

           DISPLAY "Prontuario: " WITH NO ADVANCING.
           ACCEPT WS-CSG-PRONTUARIO.
           DISPLAY "Contrato: " WITH NO ADVANCING.
           ACCEPT WS-CSG-CONTRATO.
           DISPLAY "Banco (codigo): " WITH NO ADVANCING.
           ACCEPT WS-CSG-BANCO.
           DISPLAY "Valor da parcela: " WITH NO ADVANCING.
           ACCEPT WS-CSG-VALOR-PARCELA.
           DISPLAY "Quantidade de parcelas: " WITH NO ADVANCING.
           ACCEPT WS-CSG-QTD-PARCELAS.
           DISPLAY "Parcelas ja pagas: " WITH NO ADVANCING.
           ACCEPT WS-CSG-PARCELAS-PAGAS.
           DISPLAY "Competencia da primeira parcela (AAAAMM): "
               WITH NO ADVANCING.
           ACCEPT WS-CSG-COMPETENCIA-INICIO.
      *--------------------------------------------------------------*
       GERAR-EXTRATO-BANCOS.

      *    PRIMEIRA PASSADA ACUMULA OS TOTAIS POR BANCO (EM ORDEM DE
      *    CODIGO); A SEGUNDA IMPRIME O DETALHE DE CADA BANCO. O
      *    MOVIMENTO E LIDO PELA CHAVE, QUE COMECA PELA COMPETENCIA.

           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA-EXTRATO.

           MOVE ZERO TO WS-QTD-BANCOS.
           MOVE ZERO TO WS-TOTAL-QTD-DESC.
           MOVE ZERO TO WS-TOTAL-VALOR-DESC.
           MOVE ZERO TO WS-TOTAL-QTD-NAO-DESC.
           MOVE ZERO TO WS-TOTAL-VALOR-NAO-DESC.

           OPEN INPUT CMV-FICHA-FILE.
           IF WS-CMV-FILE-STATUS NOT = "00"
               DISPLAY "CONSMOV.DAT INDISPONIVEL. STATUS: "
                   WS-CMV-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.

           PERFORM POSICIONAR-MOVIMENTO.
           PERFORM UNTIL CMV-FIM-ARQUIVO
               READ CMV-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-CMV-FIM-ARQUIVO
                   NOT AT END
                       IF CMV-COMPETENCIA = WS-COMPETENCIA-EXTRATO
                           PERFORM ACUMULAR-BANCO
                       ELSE
                           MOVE "S" TO WS-CMV-FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-QTD-BANCOS = ZERO
               DISPLAY "NENHUM MOVIMENTO DE CONSIGNADO NA COMPETENCIA."
               CLOSE CMV-FICHA-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT EXTRATO-FILE.

           MOVE SPACES TO EXTRATO-LINHA.
           MOVE "EXTRATO DE EMPRESTIMOS CONSIGNADOS - REPASSE"
               TO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.

           MOVE SPACES TO EXTRATO-LINHA.
           STRING "COMPETENCIA: " WS-COMPETENCIA-EXTRATO
               DELIMITED BY SIZE INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.

           PERFORM VARYING WS-IDX-BANCO FROM 1 BY 1
                   UNTIL WS-IDX-BANCO > WS-QTD-BANCOS
               PERFORM IMPRIMIR-EXTRATO-BANCO
           END-PERFORM.

           MOVE ALL "=" TO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.

           MOVE WS-TOTAL-QTD-DESC   TO WS-EXTRATO-QTD.
           MOVE WS-TOTAL-VALOR-DESC TO WS-EXTRATO-TOTAL.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING "TOTAL A REPASSAR.........: " WS-EXTRATO-QTD
               " PARCELA(S)  " WS-EXTRATO-TOTAL
               DELIMITED BY SIZE INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.

           MOVE WS-TOTAL-QTD-NAO-DESC   TO WS-EXTRATO-QTD.
           MOVE WS-TOTAL-VALOR-NAO-DESC TO WS-EXTRATO-TOTAL.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING "TOTAL NAO DESCONTADO.....: " WS-EXTRATO-QTD
               " PARCELA(S)  " WS-EXTRATO-TOTAL
               DELIMITED BY SIZE INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.

           CLOSE EXTRATO-FILE.
           CLOSE CMV-FICHA-FILE.

           DISPLAY "EXTRATO GRAVADO EM EXTCONSIG.DAT - "
               WS-QTD-BANCOS " BANCO(S).".
      *--------------------------------------------------------------*
       POSICIONAR-MOVIMENTO.

           MOVE "N"    TO WS-CMV-FIM-ARQUIVO.
           MOVE SPACES TO CMV-CHAVE.
           MOVE WS-COMPETENCIA-EXTRATO TO CMV-COMPETENCIA.
           START CMV-FICHA-FILE KEY >= CMV-CHAVE.
           IF WS-CMV-FILE-STATUS NOT = "00"
               MOVE "S" TO WS-CMV-FIM-ARQUIVO
           END-IF.
      *--------------------------------------------------------------*
       ACUMULAR-BANCO.

      *    INSERCAO ORDENADA PELO CODIGO DO BANCO.
           MOVE ZERO TO WS-IDX-POSICAO.
           PERFORM VARYING WS-IDX-BANCO FROM 1 BY 1
                   UNTIL WS-IDX-BANCO > WS-QTD-BANCOS
               IF WS-BCO-CODIGO(WS-IDX-BANCO) >= CMV-BANCO
                   MOVE WS-IDX-BANCO TO WS-IDX-POSICAO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-IDX-POSICAO = ZERO
              OR WS-BCO-CODIGO(WS-IDX-POSICAO) NOT = CMV-BANCO
               IF WS-QTD-BANCOS >= CONST-MAX-BANCOS
                   DISPLAY "AVISO: LIMITE DE " CONST-MAX-BANCOS
                       " BANCOS EXCEDIDO - BANCO " CMV-BANCO
                       " FORA DO EXTRATO."
                   EXIT PARAGRAPH
               END-IF
               IF WS-IDX-POSICAO = ZERO
                   ADD 1 TO WS-QTD-BANCOS
                   MOVE WS-QTD-BANCOS TO WS-IDX-POSICAO
               ELSE
                   PERFORM VARYING WS-IDX-BANCO FROM WS-QTD-BANCOS
                           BY -1 UNTIL WS-IDX-BANCO < WS-IDX-POSICAO
                       MOVE WS-BCO-ITEM(WS-IDX-BANCO)
                           TO WS-BCO-ITEM(WS-IDX-BANCO + 1)
                   END-PERFORM
                   ADD 1 TO WS-QTD-BANCOS
               END-IF
               MOVE CMV-BANCO TO WS-BCO-CODIGO(WS-IDX-POSICAO)
               MOVE ZERO TO WS-BCO-QTD-DESC(WS-IDX-POSICAO)
               MOVE ZERO TO WS-BCO-VALOR-DESC(WS-IDX-POSICAO)
               MOVE ZERO TO WS-BCO-QTD-NAO-DESC(WS-IDX-POSICAO)
               MOVE ZERO TO WS-BCO-VALOR-NAO-DESC(WS-IDX-POSICAO)
           END-IF.

           IF CMV-SITUACAO = "N"
               ADD 1 TO WS-BCO-QTD-NAO-DESC(WS-IDX-POSICAO)
               ADD CMV-VALOR-PARCELA
                   TO WS-BCO-VALOR-NAO-DESC(WS-IDX-POSICAO)
               ADD 1 TO WS-TOTAL-QTD-NAO-DESC
               ADD CMV-VALOR-PARCELA TO WS-TOTAL-VALOR-NAO-DESC
           ELSE
               ADD 1 TO WS-BCO-QTD-DESC(WS-IDX-POSICAO)
               ADD CMV-VALOR-DESCONTADO
                   TO WS-BCO-VALOR-DESC(WS-IDX-POSICAO)
               ADD 1 TO WS-TOTAL-QTD-DESC
               ADD CMV-VALOR-DESCONTADO TO WS-TOTAL-VALOR-DESC
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-EXTRATO-BANCO.

           MOVE ALL "-" TO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.

           MOVE SPACES TO EXTRATO-LINHA.
           STRING "BANCO: " WS-BCO-CODIGO(WS-IDX-BANCO)
               DELIMITED BY SIZE INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.

           MOVE SPACES TO EXTRATO-LINHA.
           STRING "PRONT.   NOME                 CONTRATO     PARCELA"
               "        VALOR  SITUACAO"
               DELIMITED BY SIZE INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.

           PERFORM POSICIONAR-MOVIMENTO.
           PERFORM UNTIL CMV-FIM-ARQUIVO
               READ CMV-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-CMV-FIM-ARQUIVO
                   NOT AT END
                       IF CMV-COMPETENCIA NOT = WS-COMPETENCIA-EXTRATO
                           MOVE "S" TO WS-CMV-FIM-ARQUIVO
                       ELSE
                           IF CMV-BANCO = WS-BCO-CODIGO(WS-IDX-BANCO)
                               PERFORM IMPRIMIR-LINHA-MOVIMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-BCO-QTD-DESC(WS-IDX-BANCO)   TO WS-EXTRATO-QTD.
           MOVE WS-BCO-VALOR-DESC(WS-IDX-BANCO) TO WS-EXTRATO-TOTAL.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING "  DESCONTADAS (REPASSE)..: " WS-EXTRATO-QTD
               " PARCELA(S)  " WS-EXTRATO-TOTAL
               DELIMITED BY SIZE INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.

           MOVE WS-BCO-QTD-NAO-DESC(WS-IDX-BANCO)   TO WS-EXTRATO-QTD.
           MOVE WS-BCO-VALOR-NAO-DESC(WS-IDX-BANCO) TO WS-EXTRATO-TOTAL.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING "  NAO DESCONTADAS........: " WS-EXTRATO-QTD
               " PARCELA(S)  " WS-EXTRATO-TOTAL
               DELIMITED BY SIZE INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-MOVIMENTO.

           EVALUATE CMV-SITUACAO
               WHEN "D"
                   MOVE "DESCONTADA"     TO WS-SITUACAO-DESCRICAO
                   MOVE CMV-VALOR-DESCONTADO TO WS-EXTRATO-VALOR
               WHEN "R"
                   MOVE "RESCISAO"       TO WS-SITUACAO-DESCRICAO
                   MOVE CMV-VALOR-DESCONTADO TO WS-EXTRATO-VALOR
               WHEN OTHER
                   MOVE "NAO DESCONTADA" TO WS-SITUACAO-DESCRICAO
                   MOVE CMV-VALOR-PARCELA TO WS-EXTRATO-VALOR
           END-EVALUATE.

           MOVE SPACES TO EXTRATO-LINHA.
           STRING CMV-PRONTUARIO " " CMV-NOME " " CMV-CONTRATO " "
               CMV-NUMERO-PARCELA "/" CMV-QTD-PARCELAS " "
               WS-EXTRATO-VALOR "  " WS-SITUACAO-DESCRICAO
               DELIMITED BY SIZE INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
