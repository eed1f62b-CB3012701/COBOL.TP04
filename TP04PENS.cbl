       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TP04PENS.
       AUTHOR.        EQUIPE TP04.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

      *--------------------------------------------------------------*
      *    PENSAO ALIMENTICIA: MANUTENCAO DAS ORDENS JUDICIAIS EM
      *    PENSAO.DAT (BENEFICIARIO, CPF, CONTA DE CREDITO, BASE DE
      *    CALCULO, PERCENTUAL OU VALOR FIXO E VERBAS SOBRE AS QUAIS
      *    INCIDE) E RELACAO MENSAL DOS VALORES DESCONTADOS. O
      *    DESCONTO E CALCULADO PELA FOLHA MENSAL (TP04), PELO 13O
      *    (TP0413SA), PELAS FERIAS (TP04FERI) E PELA RESCISAO
      *    (TP04RESC), QUE GRAVAM EM PENMOV.DAT CADA VALOR
      *    DESCONTADO; O TP04BANC CREDITA OS BENEFICIARIOS NA
      *    REMESSA DA FOLHA A PARTIR DESSE MOVIMENTO. A OPCAO 4
      *    GRAVA EM RELPENSAO.DAT A RELACAO DA COMPETENCIA.
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

           SELECT RELATORIO-FILE  ASSIGN TO "RELPENSAO.DAT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-RELATORIO-FILE-STATUS.

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

      *    ORDEM JUDICIAL DE PENSAO ALIMENTICIA. BASE DE CALCULO:
      *    B SALARIO BRUTO, L LIQUIDO (BRUTO - INSS - IRRF). FORMA:
      *    P PERCENTUAL SOBRE A BASE, V VALOR FIXO POR PAGAMENTO.
      *    INCIDENCIA (S/N): FOLHA MENSAL, 13O SALARIO, FERIAS E
      *    RESCISAO. SITUACAO: A ATIVA, E ENCERRADA.
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

      *    PENSAO DESCONTADA POR COMPETENCIA. TIPO E SEQUENCIA SAO
      *    OS DO REGISTRO GRAVADO EM HISTIDX.DAT (M FOLHA MENSAL,
      *    D 13O, F FERIAS, R RESCISAO). NOME, CPF E CONTA SAO OS DO
      *    BENEFICIARIO NA DATA DO CALCULO.
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

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA              PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-PEN-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-CAD-FILE-STATUS           PIC X(2)        VALUE SPACES.
       01 WS-EMPREGADO-ENCONTRADO      PIC X           VALUE "N".
           88 EMPREGADO-ENCONTRADO                     VALUE "S".
       77 WS-PMV-FILE-STATUS           PIC X(2)        VALUE SPACES.
       77 WS-RELATORIO-FILE-STATUS     PIC X(2)        VALUE SPACES.

       77 WS-OPCAO                     PIC 9           VALUE 9.
           88 OPCAO-LISTAR                             VALUE 1.
           88 OPCAO-INCLUIR                            VALUE 2.
           88 OPCAO-ENCERRAR                           VALUE 3.
           88 OPCAO-RELATORIO                          VALUE 4.
           88 OPCAO-SAIR                               VALUE 0.
           88 OPCAO-VALIDA                  VALUE 0, 1, 2, 3, 4.

       77 WS-QTD-LISTADOS              PIC 9(4)        VALUE ZERO.
       01 WS-PEN-FIM-ARQUIVO           PIC X           VALUE "N".
           88 PEN-FIM-ARQUIVO                          VALUE "S".
       01 WS-PMV-FIM-ARQUIVO           PIC X           VALUE "N".
           88 PMV-FIM-ARQUIVO                          VALUE "S".

      *---- DADOS DA ORDEM (ENTRADA) ----------------------------------*
       01 WS-ORDEM.
           05 WS-PEN-PRONTUARIO        PIC X(8)        VALUE SPACES.
           05 WS-PEN-ORDEM             PIC 9(2)        VALUE ZEROS.
           05 WS-PEN-PROCESSO          PIC X(20)       VALUE SPACES.
           05 WS-PEN-NOME-BENEFICIARIO PIC X(20)       VALUE SPACES.
           05 WS-PEN-CPF-BENEFICIARIO  PIC X(11)       VALUE SPACES.
           05 WS-PEN-BANCO             PIC 9(3)        VALUE ZEROS.
           05 WS-PEN-AGENCIA           PIC 9(4)        VALUE ZEROS.
           05 WS-PEN-CONTA             PIC 9(10)       VALUE ZEROS.
           05 WS-PEN-DIGITO-CONTA      PIC X(1)        VALUE SPACES.
           05 WS-PEN-BASE-CALCULO      PIC X(1)        VALUE SPACES.
               88 PEN-BASE-VALIDA                  VALUE "B", "L".
           05 WS-PEN-FORMA             PIC X(1)        VALUE SPACES.
               88 PEN-FORMA-PERCENTUAL                 VALUE "P".
               88 PEN-FORMA-VALIDA                 VALUE "P", "V".
           05 WS-PEN-VALOR             PIC 9(5)V9(2)   VALUE ZEROS.
           05 WS-PEN-INCIDE-MENSAL     PIC X(1)        VALUE "S".
               88 PEN-INCIDE-MENSAL-VALIDO         VALUE "S", "N".
           05 WS-PEN-INCIDE-13         PIC X(1)        VALUE "S".
               88 PEN-INCIDE-13-VALIDO             VALUE "S", "N".
           05 WS-PEN-INCIDE-FERIAS     PIC X(1)        VALUE "S".
               88 PEN-INCIDE-FERIAS-VALIDO         VALUE "S", "N".
           05 WS-PEN-INCIDE-RESCISAO   PIC X(1)        VALUE "S".
               88 PEN-INCIDE-RESCISAO-VALIDO       VALUE "S", "N".
           05 WS-PEN-COMPETENCIA-INICIO PIC 9(6)       VALUE ZEROS.
           05 FILLER REDEFINES WS-PEN-COMPETENCIA-INICIO.
               10 WS-PEN-INICIO-ANO    PIC 9(4).
               10 WS-PEN-INICIO-MES    PIC 9(2).
       77 CONST-PERCENTUAL-MAXIMO      PIC 9(3)V9(2)   VALUE 100,00.
       77 WS-CONFIRMA                  PIC X           VALUE "N".
       77 WS-INCIDENCIA-DESCRICAO      PIC X(22)       VALUE SPACES.
       01 WS-VALOR-ED                  PIC ZZ.ZZZ,ZZ.

      *---- RELACAO DA COMPETENCIA ------------------------------------*
       77 WS-COMPETENCIA-RELATORIO     PIC 9(6)        VALUE ZEROS.
       77 WS-TOTAL-QTD                 PIC 9(5)        VALUE ZERO.
       77 WS-TOTAL-VALOR               PIC 9(9)V9(2)   VALUE ZERO.
       01 WS-RELATORIO-VALOR           PIC ZZ.ZZZ,ZZ.
       01 WS-RELATORIO-TOTAL           PIC ZZZ.ZZZ.ZZZ,ZZ.
       01 WS-RELATORIO-QTD             PIC ZZ.ZZ9.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       INICIO-PENSAO.

           PERFORM ABRIR-ORDENS.

           PERFORM UNTIL OPCAO-SAIR
               PERFORM EXIBIR-MENU
               ACCEPT WS-OPCAO
               IF NOT OPCAO-VALIDA
                   DISPLAY "OPCAO INVALIDA."
                   MOVE 9 TO WS-OPCAO
               END-IF
               IF OPCAO-LISTAR
                   PERFORM LISTAR-ORDENS
               END-IF
               IF OPCAO-INCLUIR
                   PERFORM INCLUIR-ORDEM
               END-IF
               IF OPCAO-ENCERRAR
                   PERFORM ENCERRAR-ORDEM
               END-IF
               IF OPCAO-RELATORIO
                   PERFORM GERAR-RELACAO-COMPETENCIA
               END-IF
           END-PERFORM.

           CLOSE PEN-FICHA-FILE.
           CLOSE CAD-FICHA-FILE.

           STOP RUN.
      *--------------------------------------------------------------*
       ABRIR-ORDENS.

      *    O CADASTRO E SO CONSULTADO: O PRONTUARIO DIGITADO TEM DE
      *    EXISTIR E ESTAR ATIVO PARA RECEBER ORDEM.
           OPEN INPUT CAD-FICHA-FILE.
           IF WS-CAD-FILE-STATUS NOT = "00"
               DISPLAY "CADASTRO.DAT INDISPONIVEL. STATUS: "
                   WS-CAD-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O PEN-FICHA-FILE.
      *    SOMENTE CRIA O ARQUIVO QUANDO ELE AINDA NAO EXISTE (35);
      *    QUALQUER OUTRA FALHA NAO PODE RECRIAR AS ORDENS.
           IF WS-PEN-FILE-STATUS = "35"
               OPEN OUTPUT PEN-FICHA-FILE
               CLOSE PEN-FICHA-FILE
               OPEN I-O PEN-FICHA-FILE
           END-IF.
           IF WS-PEN-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PENSAO.DAT. STATUS: "
                   WS-PEN-FILE-STATUS
               STOP RUN
           END-IF.
      *--------------------------------------------------------------*
       EXIBIR-MENU.

           DISPLAY " ".
           DISPLAY "---- PENSAO ALIMENTICIA (TP04) ------------------".
           DISPLAY "1 - Listar ordens do empregado".
           DISPLAY "2 - Incluir ordem judicial".
           DISPLAY "3 - Encerrar ordem judicial".
           DISPLAY "4 - Relacao de pensoes da competencia".
           DISPLAY "0 - Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
      *--------------------------------------------------------------*
       LISTAR-ORDENS.

           MOVE SPACES TO WS-PEN-PRONTUARIO.
           DISPLAY "Prontuario: " WITH NO ADVANCING.
           ACCEPT WS-PEN-PRONTUARIO.

           MOVE ZERO TO WS-QTD-LISTADOS.
           PERFORM POSICIONAR-ORDENS.

           PERFORM UNTIL PEN-FIM-ARQUIVO
               READ PEN-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-PEN-FIM-ARQUIVO
                   NOT AT END
                       IF PEN-PRONTUARIO = WS-PEN-PRONTUARIO
                           PERFORM EXIBIR-ORDEM
                       ELSE
                           MOVE "S" TO WS-PEN-FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-QTD-LISTADOS = ZERO
               DISPLAY "NENHUMA ORDEM PARA O PRONTUARIO."
           END-IF.
      *--------------------------------------------------------------*
       POSICIONAR-ORDENS.

           MOVE "N"   TO WS-PEN-FIM-ARQUIVO.
           MOVE WS-PEN-PRONTUARIO TO PEN-PRONTUARIO.
           MOVE ZEROS TO PEN-ORDEM.
           START PEN-FICHA-FILE KEY >= PEN-CHAVE.
           IF WS-PEN-FILE-STATUS NOT = "00"
               MOVE "S" TO WS-PEN-FIM-ARQUIVO
           END-IF.
      *--------------------------------------------------------------*
       EXIBIR-ORDEM.

           MOVE SPACES TO WS-INCIDENCIA-DESCRICAO.
           STRING "MES " PEN-INCIDE-MENSAL
               " 13 " PEN-INCIDE-13
               " FER " PEN-INCIDE-FERIAS
               " RES " PEN-INCIDE-RESCISAO
               DELIMITED BY SIZE INTO WS-INCIDENCIA-DESCRICAO.
           MOVE PEN-VALOR TO WS-VALOR-ED.

           DISPLAY "ORDEM " PEN-ORDEM " PROCESSO " PEN-PROCESSO
               " SIT " PEN-SITUACAO
               " INICIO " PEN-COMPETENCIA-INICIO.
           DISPLAY "   BENEFICIARIO " PEN-NOME-BENEFICIARIO
               " CPF " PEN-CPF-BENEFICIARIO
               " BCO " PEN-BANCO " AG " PEN-AGENCIA
               " CC " PEN-CONTA "-" PEN-DIGITO-CONTA.
           DISPLAY "   BASE " PEN-BASE-CALCULO
               " FORMA " PEN-FORMA " VALOR " WS-VALOR-ED
               " INCIDE " WS-INCIDENCIA-DESCRICAO.

           ADD 1 TO WS-QTD-LISTADOS.
      *--------------------------------------------------------------*
       INCLUIR-ORDEM.

           PERFORM ACEITAR-DADOS-ORDEM.
           PERFORM CONSULTAR-EMPREGADO.

           EVALUATE TRUE
               WHEN WS-PEN-PRONTUARIO = SPACES
                  OR WS-PEN-NOME-BENEFICIARIO = SPACES
                   DISPLAY "PRONTUARIO E BENEFICIARIO SAO"
                       " OBRIGATORIOS."
               WHEN NOT EMPREGADO-ENCONTRADO
                   DISPLAY "PRONTUARIO NAO CADASTRADO."
               WHEN CAD-STATUS NOT = "A"
                   DISPLAY "EMPREGADO INATIVO - ORDEM NAO INCLUIDA."
               WHEN WS-PEN-CPF-BENEFICIARIO = SPACES
                  OR WS-PEN-CPF-BENEFICIARIO IS NOT NUMERIC
                   DISPLAY "CPF DO BENEFICIARIO INVALIDO."
               WHEN WS-PEN-BANCO = ZERO
                  OR WS-PEN-AGENCIA = ZERO
                  OR WS-PEN-CONTA = ZERO
                   DISPLAY "DADOS BANCARIOS DO BENEFICIARIO SAO"
                       " OBRIGATORIOS."
               WHEN NOT PEN-BASE-VALIDA
                   DISPLAY "BASE DE CALCULO INVALIDA (B OU L)."
               WHEN NOT PEN-FORMA-VALIDA
                   DISPLAY "FORMA INVALIDA (P OU V)."
               WHEN WS-PEN-VALOR = ZERO
                   DISPLAY "PERCENTUAL OU VALOR DEVE SER MAIOR QUE"
                       " ZERO."
               WHEN PEN-FORMA-PERCENTUAL
                AND WS-PEN-VALOR > CONST-PERCENTUAL-MAXIMO
                   DISPLAY "PERCENTUAL ACIMA DE 100%."
               WHEN NOT PEN-INCIDE-MENSAL-VALIDO
                  OR NOT PEN-INCIDE-13-VALIDO
                  OR NOT PEN-INCIDE-FERIAS-VALIDO
                  OR NOT PEN-INCIDE-RESCISAO-VALIDO
                   DISPLAY "INCIDENCIA DEVE SER S OU N."
               WHEN WS-PEN-INCIDE-MENSAL = "N"
                AND WS-PEN-INCIDE-13 = "N"
                AND WS-PEN-INCIDE-FERIAS = "N"
                AND WS-PEN-INCIDE-RESCISAO = "N"
                   DISPLAY "A ORDEM DEVE INCIDIR EM PELO MENOS UMA"
                       " VERBA."
               WHEN WS-PEN-INICIO-MES < 1
                  OR WS-PEN-INICIO-MES > 12
                   DISPLAY "COMPETENCIA DE INICIO INVALIDA."
               WHEN OTHER
                   PERFORM GRAVAR-ORDEM
           END-EVALUATE.
      *--------------------------------------------------------------*
       CONSULTAR-EMPREGADO.

           MOVE "N" TO WS-EMPREGADO-ENCONTRADO.
           MOVE WS-PEN-PRONTUARIO TO CAD-PRONTUARIO.
           READ CAD-FICHA-FILE.
           IF WS-CAD-FILE-STATUS = "00"
               MOVE "S" TO WS-EMPREGADO-ENCONTRADO
           END-IF.
      *--------------------------------------------------------------*
       GRAVAR-ORDEM.

      *    NUMERO DA ORDEM: PROXIMO DISPONIVEL PARA O PRONTUARIO.
           MOVE ZERO TO WS-PEN-ORDEM.
           PERFORM POSICIONAR-ORDENS.
           PERFORM UNTIL PEN-FIM-ARQUIVO
               READ PEN-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-PEN-FIM-ARQUIVO
                   NOT AT END
                       IF PEN-PRONTUARIO = WS-PEN-PRONTUARIO
                           MOVE PEN-ORDEM TO WS-PEN-ORDEM
                       ELSE
                           MOVE "S" TO WS-PEN-FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PEN-ORDEM = 99
               DISPLAY "LIMITE DE ORDENS ATINGIDO PARA O PRONTUARIO."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PEN-ORDEM.

           MOVE WS-PEN-PRONTUARIO         TO PEN-PRONTUARIO.
           MOVE WS-PEN-ORDEM              TO PEN-ORDEM.
           MOVE WS-PEN-PROCESSO           TO PEN-PROCESSO.
           MOVE WS-PEN-NOME-BENEFICIARIO  TO PEN-NOME-BENEFICIARIO.
           MOVE WS-PEN-CPF-BENEFICIARIO   TO PEN-CPF-BENEFICIARIO.
           MOVE WS-PEN-BANCO              TO PEN-BANCO.
           MOVE WS-PEN-AGENCIA            TO PEN-AGENCIA.
           MOVE WS-PEN-CONTA              TO PEN-CONTA.
           MOVE WS-PEN-DIGITO-CONTA       TO PEN-DIGITO-CONTA.
           MOVE WS-PEN-BASE-CALCULO       TO PEN-BASE-CALCULO.
           MOVE WS-PEN-FORMA              TO PEN-FORMA.
           MOVE WS-PEN-VALOR              TO PEN-VALOR.
           MOVE WS-PEN-INCIDE-MENSAL      TO PEN-INCIDE-MENSAL.
           MOVE WS-PEN-INCIDE-13          TO PEN-INCIDE-13.
           MOVE WS-PEN-INCIDE-FERIAS      TO PEN-INCIDE-FERIAS.
           MOVE WS-PEN-INCIDE-RESCISAO    TO PEN-INCIDE-RESCISAO.
           MOVE WS-PEN-COMPETENCIA-INICIO TO PEN-COMPETENCIA-INICIO.
           MOVE "A"                       TO PEN-SITUACAO.

           WRITE PEN-REG.
           IF WS-PEN-FILE-STATUS = "00"
               DISPLAY "ORDEM " WS-PEN-ORDEM " INCLUIDA."
           ELSE
               DISPLAY "ERRO NA INCLUSAO. STATUS: "
                   WS-PEN-FILE-STATUS
           END-IF.
      *--------------------------------------------------------------*
       ENCERRAR-ORDEM.

           MOVE SPACES TO WS-PEN-PRONTUARIO.
           MOVE ZEROS  TO WS-PEN-ORDEM.
           DISPLAY "Prontuario: " WITH NO ADVANCING.
           ACCEPT WS-PEN-PRONTUARIO.
           DISPLAY "Ordem: " WITH NO ADVANCING.
           ACCEPT WS-PEN-ORDEM.

           MOVE WS-PEN-PRONTUARIO TO PEN-PRONTUARIO.
           MOVE WS-PEN-ORDEM      TO PEN-ORDEM.
           READ PEN-FICHA-FILE.
           IF WS-PEN-FILE-STATUS NOT = "00"
               DISPLAY "ORDEM NAO CADASTRADA."
               EXIT PARAGRAPH
           END-IF.
           IF PEN-SITUACAO NOT = "A"
               DISPLAY "ORDEM NAO ESTA ATIVA. SITUACAO: "
                   PEN-SITUACAO
               EXIT PARAGRAPH
           END-IF.

           PERFORM EXIBIR-ORDEM.
           DISPLAY "Confirma o encerramento? (S/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "ENCERRAMENTO CANCELADO."
               EXIT PARAGRAPH
           END-IF.

           MOVE "E" TO PEN-SITUACAO.
           REWRITE PEN-REG.
           IF WS-PEN-FILE-STATUS = "00"
               DISPLAY "ORDEM ENCERRADA."
           ELSE
               DISPLAY "ERRO NO ENCERRAMENTO. STATUS: "
                   WS-PEN-FILE-STATUS
           END-IF.
      *--------------------------------------------------------------*
       ACEITAR-DADOS-ORDEM.

           MOVE SPACES TO WS-PEN-PRONTUARIO.
           MOVE SPACES TO WS-PEN-PROCESSO.
           MOVE SPACES TO WS-PEN-NOME-BENEFICIARIO.
           MOVE SPACES TO WS-PEN-CPF-BENEFICIARIO.
           MOVE SPACES TO WS-PEN-DIGITO-CONTA.

           DISPLAY "Prontuario: " WITH NO ADVANCING.
           ACCEPT WS-PEN-PRONTUARIO.
           DISPLAY "Numero do processo: " WITH NO ADVANCING.
           ACCEPT WS-PEN-PROCESSO.
           DISPLAY "Nome do beneficiario: " WITH NO ADVANCING.
           ACCEPT WS-PEN-NOME-BENEFICIARIO.
           DISPLAY "CPF do beneficiario: " WITH NO ADVANCING.
           ACCEPT WS-PEN-CPF-BENEFICIARIO.
           DISPLAY "Banco (codigo): " WITH NO ADVANCING.
           ACCEPT WS-PEN-BANCO.
           DISPLAY "Agencia: " WITH NO ADVANCING.
           ACCEPT WS-PEN-AGENCIA.
           DISPLAY "Conta: " WITH NO ADVANCING.
           ACCEPT WS-PEN-CONTA.
           DISPLAY "Digito da conta: " WITH NO ADVANCING.
           ACCEPT WS-PEN-DIGITO-CONTA.
           DISPLAY "Base de calculo (B=bruto L=liquido): "
               WITH NO ADVANCING.
           ACCEPT WS-PEN-BASE-CALCULO.
           DISPLAY "Forma (P=percentual V=valor fixo): "
               WITH NO ADVANCING.
           ACCEPT WS-PEN-FORMA.
           DISPLAY "Percentual ou valor: " WITH NO ADVANCING.
           ACCEPT WS-PEN-VALOR.
           DISPLAY "Incide na folha mensal (S/N): " WITH NO ADVANCING.
           ACCEPT WS-PEN-INCIDE-MENSAL.
           DISPLAY "Incide no 13o salario (S/N): " WITH NO ADVANCING.
           ACCEPT WS-PEN-INCIDE-13.
           DISPLAY "Incide nas ferias (S/N): " WITH NO ADVANCING.
           ACCEPT WS-PEN-INCIDE-FERIAS.
           DISPLAY "Incide na rescisao (S/N): " WITH NO ADVANCING.
           ACCEPT WS-PEN-INCIDE-RESCISAO.
           DISPLAY "Competencia do primeiro desconto (AAAAMM): "
               WITH NO ADVANCING.
           ACCEPT WS-PEN-COMPETENCIA-INICIO.
      *--------------------------------------------------------------*
       GERAR-RELACAO-COMPETENCIA.

      *    O MOVIMENTO E LIDO PELA CHAVE, QUE COMECA PELA
      *    COMPETENCIA; UMA LINHA POR DESCONTO E BENEFICIARIO.

           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA-RELATORIO.

           MOVE ZERO TO WS-TOTAL-QTD.
           MOVE ZERO TO WS-TOTAL-VALOR.

           OPEN INPUT PMV-FICHA-FILE.
           IF WS-PMV-FILE-STATUS NOT = "00"
               DISPLAY "PENMOV.DAT INDISPONIVEL. STATUS: "
                   WS-PMV-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.

           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "RELACAO DE PENSOES ALIMENTICIAS DESCONTADAS"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "COMPETENCIA: " WS-COMPETENCIA-RELATORIO
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE ALL "-" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "PRONT.   T BENEFICIARIO         CPF         BCO AGEN"
               " CONTA         VALOR"
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "N"    TO WS-PMV-FIM-ARQUIVO.
           MOVE SPACES TO PMV-CHAVE.
           MOVE WS-COMPETENCIA-RELATORIO TO PMV-COMPETENCIA.
           START PMV-FICHA-FILE KEY >= PMV-CHAVE.
           IF WS-PMV-FILE-STATUS NOT = "00"
               MOVE "S" TO WS-PMV-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL PMV-FIM-ARQUIVO
               READ PMV-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-PMV-FIM-ARQUIVO
                   NOT AT END
                       IF PMV-COMPETENCIA = WS-COMPETENCIA-RELATORIO
                           PERFORM IMPRIMIR-LINHA-PENSAO
                       ELSE
                           MOVE "S" TO WS-PMV-FIM-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM.

           MOVE ALL "=" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE WS-TOTAL-QTD   TO WS-RELATORIO-QTD.
           MOVE WS-TOTAL-VALOR TO WS-RELATORIO-TOTAL.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TOTAL DESCONTADO.........: " WS-RELATORIO-QTD
               " DESCONTO(S)  " WS-RELATORIO-TOTAL
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           CLOSE RELATORIO-FILE.
           CLOSE PMV-FICHA-FILE.

           IF WS-TOTAL-QTD = ZERO
               DISPLAY "NENHUMA PENSAO DESCONTADA NA COMPETENCIA."
           ELSE
               DISPLAY "RELACAO GRAVADA EM RELPENSAO.DAT - "
                   WS-TOTAL-QTD " DESCONTO(S)."
           END-IF.
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-PENSAO.

           MOVE PMV-VALOR-DESCONTADO TO WS-RELATORIO-VALOR.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING PMV-PRONTUARIO " " PMV-TIPO " "
               PMV-NOME-BENEFICIARIO " " PMV-CPF-BENEFICIARIO " "
               PMV-BANCO " " PMV-AGENCIA " " PMV-CONTA
               WS-RELATORIO-VALOR
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           ADD 1 TO WS-TOTAL-QTD.
           ADD PMV-VALOR-DESCONTADO TO WS-TOTAL-VALOR.
