               RECORD KEY         IS CAD-PRONTUARIO
               FILE STATUS        IS WS-CAD-FILE-STATUS.

           SELECT EST-FICHA-FILE  ASSIGN TO "ESTABELEC.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS EST-CODIGO
               FILE STATUS        IS WS-EST-FILE-STATUS.

           SELECT CRG-FICHA-FILE  ASSIGN TO "CARGOS.DAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CRG-CODIGO
               FILE STATUS        IS WS-CRG-FILE-STATUS.

           SELECT CADLOG-FILE     ASSIGN TO "CADLOG.DAT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WS-CADLOG-FILE-STATUS.

      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 CAD-CONTA                 PIC 9(10).
           05 CAD-DIGITO-CONTA          PIC X(1).
           05 CAD-CENTRO-CUSTO          PIC X(4).
           05 CAD-OPTA-ADIANTAMENTO     PIC X(1).
           05 CAD-ESTABELECIMENTO       PIC X(3).
           05 CAD-CARGO                 PIC X(4).

      *    ESTABELECIMENTOS DA EMPRESA (MATRIZ E FILIAIS), CADA UM
      *    COM SEU CNPJ: A FOLHA E DECLARADA E PAGA POR ESTABELECIMENTO.
       FD  EST-FICHA-FILE.
       01  EST-REG.
           05 EST-CODIGO                PIC X(3).
           05 EST-NOME                  PIC X(30).
           05 EST-CNPJ                  PIC 9(14).

      *    CARGOS: CODIGO CBO, FAIXA DO VALOR HORA E ADICIONAIS A QUE
      *    O CARGO DA DIREITO. INSALUBRIDADE SOBRE O SALARIO MINIMO
      *    (0,100 / 0,200 / 0,400), PERICULOSIDADE SOBRE O SALARIO
      *    BASE (0,300), NOTURNO SOBRE A HORA (ZERO = 20% DA CLT).
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

       WORKING-STORAGE SECTION.
       77 WS-CAD-FILE-STATUS            PIC X(2)        VALUE SPACES.
       77 WS-CADLOG-FILE-STATUS         PIC X(2)        VALUE SPACES.
       77 WS-EST-FILE-STATUS            PIC X(2)        VALUE SPACES.
       77 WS-CRG-FILE-STATUS            PIC X(2)        VALUE SPACES.
       77 WS-OPCAO                      PIC 9           VALUE 9.
           88 OPCAO-LISTAR                              VALUE 1.
           88 OPCAO-INCLUIR                             VALUE 2.
           88 OPCAO-ALTERAR                             VALUE 3.
           88 OPCAO-INATIVAR                            VALUE 4.
           88 OPCAO-LISTAR-ESTAB                        VALUE 5.
           88 OPCAO-MANTER-ESTAB                        VALUE 6.
           88 OPCAO-LISTAR-CARGOS                       VALUE 7.
           88 OPCAO-MANTER-CARGO                        VALUE 8.
           88 OPCAO-SAIR                                VALUE 0.
           88 OPCAO-VALIDA      VALUE 0, 1, 2, 3, 4, 5, 6, 7, 8.

       77 WS-QTD-LISTADOS               PIC 9(4)        VALUE ZERO.
       01 WS-CAD-FIM-ARQUIVO            PIC X           VALUE "N".
           05 WS-CAD-CONTA              PIC 9(10)       VALUE ZEROS.
           05 WS-CAD-DIGITO-CONTA       PIC X(1)        VALUE SPACE.
           05 WS-CAD-CENTRO-CUSTO       PIC X(4)        VALUE SPACES.
           05 WS-CAD-OPTA-ADIANTAMENTO  PIC X(1)        VALUE "S".
               88 CAD-SEM-ADIANTAMENTO                  VALUE "N".
           05 WS-CAD-ESTABELECIMENTO    PIC X(3)        VALUE SPACES.
           05 WS-CAD-CARGO              PIC X(4)        VALUE SPACES.
       01 WS-DADOS-VALIDOS              PIC X           VALUE "S".
           88 DADOS-VALIDOS                             VALUE "S".

      *---- ESTABELECIMENTOS (ESTABELEC.DAT) -------------------------*
      *    EMPREGADO SEM ESTABELECIMENTO PERTENCE A MATRIZ; A MATRIZ
      *    PODE FICAR FORA DO ARQUIVO (RAZAO SOCIAL E CNPJ PADRAO).
       77 CONST-ESTAB-MATRIZ            PIC X(3)        VALUE "001".
       01 WS-ESTABELECIMENTO.
           05 WS-EST-CODIGO             PIC X(3)        VALUE SPACES.
           05 WS-EST-NOME               PIC X(30)       VALUE SPACES.
           05 WS-EST-CNPJ               PIC 9(14)       VALUE ZEROS.
       01 WS-EST-FIM-ARQUIVO            PIC X           VALUE "N".
           88 EST-FIM-ARQUIVO                           VALUE "S".

      *---- CARGOS (CARGOS.DAT) --------------------------------------*
      *    GRAUS DE INSALUBRIDADE DA NR-15 E PERICULOSIDADE DA CLT;
      *    O ADICIONAL NOTURNO NAO PODE FICAR ABAIXO DE 20%.
       77 CONST-INSALUB-MINIMO          PIC 9V9(3)      VALUE 0,100.
       77 CONST-INSALUB-MEDIO           PIC 9V9(3)      VALUE 0,200.
       77 CONST-INSALUB-MAXIMO          PIC 9V9(3)      VALUE 0,400.
       77 CONST-PERC-PERICULOSIDADE     PIC 9V9(3)      VALUE 0,300.
       77 CONST-PERC-NOTURNO-MINIMO     PIC 9V9(3)      VALUE 0,200.
       01 WS-CARGO.
           05 WS-CRG-CODIGO             PIC X(4)        VALUE SPACES.
           05 WS-CRG-DESCRICAO          PIC X(30)       VALUE SPACES.
           05 WS-CRG-CBO                PIC 9(6)        VALUE ZEROS.
           05 WS-CRG-VALOR-HORA-MIN     PIC 9(3)V9(2)   VALUE ZEROS.
           05 WS-CRG-VALOR-HORA-MAX     PIC 9(3)V9(2)   VALUE ZEROS.
           05 WS-CRG-PERC-INSALUBRIDADE PIC 9V9(3)      VALUE ZEROS.
           05 WS-CRG-PERC-PERICULOSIDADE PIC 9V9(3)     VALUE ZEROS.
           05 WS-CRG-PERC-NOTURNO       PIC 9V9(3)      VALUE ZEROS.
       01 WS-CRG-FIM-ARQUIVO            PIC X           VALUE "N".
           88 CRG-FIM-ARQUIVO                           VALUE "S".

      *---- LOG DE ALTERACOES DO CADASTRO ----------------------------*
       77 WS-AUDIT-OPERADOR             PIC X(20)       VALUE SPACES.
       77 CONST-VAR-AMBIENTE-USUARIO    PIC X(4)        VALUE "USER".
       77 WS-CAD-ANTES                  PIC X(120)      VALUE SPACES.
       77 WS-CADLOG-OPERACAO            PIC X(1)        VALUE SPACE.
       01 WS-AUDIT-DATA-HORA.
           05 WS-AUDIT-DATA             PIC 9(8)        VALUE ZEROS.
           05 WS-AUDIT-HORA             PIC 9(8)        VALUE ZEROS.
      *--------------------------------------------------------------*
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*

           PERFORM ABRIR-CADASTRO.

           CALL "C$GETENV" USING CONST-VAR-AMBIENTE-USUARIO
                                  WS-AUDIT-OPERADOR.

           PERFORM UNTIL OPCAO-SAIR
               PERFORM EXIBIR-MENU
               ACCEPT WS-OPCAO
               IF OPCAO-INATIVAR
                   PERFORM INATIVAR-EMPREGADO
               END-IF
               IF OPCAO-LISTAR-ESTAB
                   PERFORM LISTAR-ESTABELECIMENTOS
               END-IF
               IF OPCAO-MANTER-ESTAB
                   PERFORM MANTER-ESTABELECIMENTO
               END-IF
               IF OPCAO-LISTAR-CARGOS
                   PERFORM LISTAR-CARGOS
               END-IF
               IF OPCAO-MANTER-CARGO
                   PERFORM MANTER-CARGO
               END-IF
           END-PERFORM.

           CLOSE CRG-FICHA-FILE.
           CLOSE EST-FICHA-FILE.
           CLOSE CADLOG-FILE.
           CLOSE CAD-FICHA-FILE.

           STOP RUN.
                   WS-CAD-FILE-STATUS
               STOP RUN
           END-IF.

      *    SEM LOG NAO HA MANUTENCAO: TODA GRAVACAO NO CADASTRO
      *    PRECISA FICAR REGISTRADA COM OPERADOR E HORARIO.
           OPEN EXTEND CADLOG-FILE.
           IF WS-CADLOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT CADLOG-FILE
           END-IF.
           IF WS-CADLOG-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CADLOG.DAT. STATUS: "
                   WS-CADLOG-FILE-STATUS
               CLOSE CAD-FICHA-FILE
               STOP RUN
           END-IF.

           OPEN I-O EST-FICHA-FILE.
           IF WS-EST-FILE-STATUS = "35"
               OPEN OUTPUT EST-FICHA-FILE
               CLOSE EST-FICHA-FILE
               OPEN I-O EST-FICHA-FILE
           END-IF.
           IF WS-EST-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ESTABELEC.DAT. STATUS: "
                   WS-EST-FILE-STATUS
               CLOSE CADLOG-FILE
               CLOSE CAD-FICHA-FILE
               STOP RUN
           END-IF.

           OPEN I-O CRG-FICHA-FILE.
           IF WS-CRG-FILE-STATUS = "35"
               OPEN OUTPUT CRG-FICHA-FILE
               CLOSE CRG-FICHA-FILE
               OPEN I-O CRG-FICHA-FILE
           END-IF.
           IF WS-CRG-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CARGOS.DAT. STATUS: "
                   WS-CRG-FILE-STATUS
               CLOSE EST-FICHA-FILE
               CLOSE CADLOG-FILE
               CLOSE CAD-FICHA-FILE
               STOP RUN
           END-IF.
      *--------------------------------------------------------------*
       EXIBIR-MENU.

           DISPLAY "2 - Incluir empregado".
           DISPLAY "3 - Alterar empregado".
           DISPLAY "4 - Inativar empregado".
           DISPLAY "5 - Listar estabelecimentos".
           DISPLAY "6 - Incluir/alterar estabelecimento".
           DISPLAY "7 - Listar cargos".
           DISPLAY "8 - Incluir/alterar cargo".
           DISPLAY "0 - Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
      *--------------------------------------------------------------*
                           " ADM " CAD-DATA-ADMISSAO
                           " VLR HORA " CAD-VALOR-HORA
                           " STATUS " CAD-STATUS
                           " ESTAB " CAD-ESTABELECIMENTO
                           " CARGO " CAD-CARGO
               END-READ
           END-PERFORM.

               DISPLAY "PRONTUARIO JA CADASTRADO."
           ELSE
               PERFORM ACEITAR-DADOS-EMPREGADO
               IF NOT DADOS-VALIDOS
                   DISPLAY "INCLUSAO CANCELADA."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CAD-PRONTUARIO    TO CAD-PRONTUARIO
               MOVE WS-CAD-NOME          TO CAD-NOME
               MOVE WS-CAD-CPF           TO CAD-CPF
               MOVE WS-CAD-CONTA         TO CAD-CONTA
               MOVE WS-CAD-DIGITO-CONTA  TO CAD-DIGITO-CONTA
               MOVE WS-CAD-CENTRO-CUSTO  TO CAD-CENTRO-CUSTO
               MOVE WS-CAD-OPTA-ADIANTAMENTO TO CAD-OPTA-ADIANTAMENTO
               MOVE WS-CAD-ESTABELECIMENTO TO CAD-ESTABELECIMENTO
               MOVE WS-CAD-CARGO         TO CAD-CARGO
               WRITE CAD-REG
               IF WS-CAD-FILE-STATUS = "00"
                   DISPLAY "EMPREGADO INCLUIDO."
                   MOVE SPACES TO WS-CAD-ANTES
                   MOVE "I"    TO WS-CADLOG-OPERACAO
                   PERFORM GRAVAR-LOG-CADASTRO
               ELSE
                   DISPLAY "ERRO NA INCLUSAO. STATUS: "
                       WS-CAD-FILE-STATUS
               DISPLAY "PRONTUARIO NAO CADASTRADO."
           ELSE
               DISPLAY "EMPREGADO: " CAD-NOME " STATUS " CAD-STATUS
               MOVE CAD-REG TO WS-CAD-ANTES
               PERFORM ACEITAR-DADOS-EMPREGADO
               IF NOT DADOS-VALIDOS
                   DISPLAY "ALTERACAO CANCELADA."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CAD-NOME          TO CAD-NOME
               MOVE WS-CAD-CPF           TO CAD-CPF
               MOVE WS-CAD-DATA-ADMISSAO TO CAD-DATA-ADMISSAO
               MOVE WS-CAD-CONTA         TO CAD-CONTA
               MOVE WS-CAD-DIGITO-CONTA  TO CAD-DIGITO-CONTA
               MOVE WS-CAD-CENTRO-CUSTO  TO CAD-CENTRO-CUSTO
               MOVE WS-CAD-OPTA-ADIANTAMENTO TO CAD-OPTA-ADIANTAMENTO
               MOVE WS-CAD-ESTABELECIMENTO TO CAD-ESTABELECIMENTO
               MOVE WS-CAD-CARGO         TO CAD-CARGO
               REWRITE CAD-REG
               IF WS-CAD-FILE-STATUS = "00"
                   DISPLAY "EMPREGADO ALTERADO."
                   MOVE "A" TO WS-CADLOG-OPERACAO
                   PERFORM GRAVAR-LOG-CADASTRO
               ELSE
                   DISPLAY "ERRO NA ALTERACAO. STATUS: "
                       WS-CAD-FILE-STATUS
           IF WS-CAD-FILE-STATUS NOT = "00"
               DISPLAY "PRONTUARIO NAO CADASTRADO."
           ELSE
               MOVE CAD-REG TO WS-CAD-ANTES
               MOVE "D" TO CAD-STATUS
               REWRITE CAD-REG
               IF WS-CAD-FILE-STATUS = "00"
                   DISPLAY "EMPREGADO INATIVADO: " CAD-NOME
                   MOVE "D" TO WS-CADLOG-OPERACAO
                   PERFORM GRAVAR-LOG-CADASTRO
               ELSE
                   DISPLAY "ERRO NA INATIVACAO. STATUS: "
                       WS-CAD-FILE-STATUS
               END-IF
           END-IF.
      *--------------------------------------------------------------*
      *    OPERACAO: I INCLUSAO, A ALTERACAO, D DESLIGAMENTO,
      *    R REAJUSTE, L LIBERACAO DE CONTA BANCARIA.
       GRAVAR-LOG-CADASTRO.

           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.

           MOVE WS-AUDIT-DATA       TO CLOG-DATA.
           MOVE WS-AUDIT-HORA       TO CLOG-HORA.
           MOVE WS-AUDIT-OPERADOR   TO CLOG-OPERADOR.
           MOVE "TP04CADM"          TO CLOG-PROGRAMA.
           MOVE WS-CADLOG-OPERACAO  TO CLOG-OPERACAO.
           MOVE CAD-PRONTUARIO      TO CLOG-PRONTUARIO.
           MOVE WS-CAD-ANTES        TO CLOG-CAD-ANTES.
           MOVE CAD-REG             TO CLOG-CAD-DEPOIS.
           WRITE CADLOG-REG.
           IF WS-CADLOG-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR CADLOG.DAT. STATUS: "
                   WS-CADLOG-FILE-STATUS
           END-IF.
      *--------------------------------------------------------------*
       ACEITAR-PRONTUARIO.

           ACCEPT WS-CAD-DIGITO-CONTA.
           DISPLAY "Centro de custo: " WITH NO ADVANCING.
           ACCEPT WS-CAD-CENTRO-CUSTO.
      *    SO "N" EXCLUI O EMPREGADO DO ADIANTAMENTO QUINZENAL;
      *    QUALQUER OUTRA RESPOSTA MANTEM O PADRAO (RECEBE).
           DISPLAY "Recebe adiantamento quinzenal (S/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CAD-OPTA-ADIANTAMENTO.
           IF NOT CAD-SEM-ADIANTAMENTO
               MOVE "S" TO WS-CAD-OPTA-ADIANTAMENTO
           END-IF.
           MOVE SPACES TO WS-CAD-ESTABELECIMENTO.
           DISPLAY "Estabelecimento (branco = " CONST-ESTAB-MATRIZ
               " matriz): " WITH NO ADVANCING.
           ACCEPT WS-CAD-ESTABELECIMENTO.
           IF WS-CAD-ESTABELECIMENTO = SPACES
               MOVE CONST-ESTAB-MATRIZ TO WS-CAD-ESTABELECIMENTO
           END-IF.
           MOVE SPACES TO WS-CAD-CARGO.
           DISPLAY "Cargo (codigo): " WITH NO ADVANCING.
           ACCEPT WS-CAD-CARGO.

           PERFORM VALIDAR-DADOS-EMPREGADO.
      *--------------------------------------------------------------*
       VALIDAR-DADOS-EMPREGADO.

           MOVE "S" TO WS-DADOS-VALIDOS.

      *    FILIAL SO COM FICHA EM ESTABELEC.DAT: SEM ELA NAO HA CNPJ
      *    PARA A REMESSA NEM PARA A DECLARACAO.
           IF WS-CAD-ESTABELECIMENTO NOT = CONST-ESTAB-MATRIZ
               MOVE WS-CAD-ESTABELECIMENTO TO EST-CODIGO
               READ EST-FICHA-FILE
               IF WS-EST-FILE-STATUS NOT = "00"
                   DISPLAY "ESTABELECIMENTO " WS-CAD-ESTABELECIMENTO
                       " NAO CADASTRADO."
                   MOVE "N" TO WS-DADOS-VALIDOS
               END-IF
           END-IF.

      *    O VALOR HORA TEM DE CABER NA FAIXA DO CARGO: E A FAIXA QUE
      *    LIMITA O CADASTRO E O REAJUSTE, E O CARGO DA OS ADICIONAIS.
           IF WS-CAD-CARGO = SPACES
               DISPLAY "CARGO OBRIGATORIO."
               MOVE "N" TO WS-DADOS-VALIDOS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CAD-CARGO TO CRG-CODIGO.
           READ CRG-FICHA-FILE.
           IF WS-CRG-FILE-STATUS NOT = "00"
               DISPLAY "CARGO " WS-CAD-CARGO " NAO CADASTRADO."
               MOVE "N" TO WS-DADOS-VALIDOS
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAD-VALOR-HORA < CRG-VALOR-HORA-MIN
              OR WS-CAD-VALOR-HORA > CRG-VALOR-HORA-MAX
               DISPLAY "VALOR HORA " WS-CAD-VALOR-HORA
                   " FORA DA FAIXA DO CARGO " CRG-CODIGO ": "
                   CRG-VALOR-HORA-MIN " A " CRG-VALOR-HORA-MAX "."
               MOVE "N" TO WS-DADOS-VALIDOS
           END-IF.
      *--------------------------------------------------------------*
       LISTAR-ESTABELECIMENTOS.

           MOVE ZERO   TO WS-QTD-LISTADOS.
           MOVE "N"    TO WS-EST-FIM-ARQUIVO.
           MOVE SPACES TO EST-CODIGO.

           START EST-FICHA-FILE KEY >= EST-CODIGO.
           IF WS-EST-FILE-STATUS NOT = "00"
               MOVE "S" TO WS-EST-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL EST-FIM-ARQUIVO
               READ EST-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EST-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-QTD-LISTADOS
                       DISPLAY EST-CODIGO " " EST-NOME
                           " CNPJ " EST-CNPJ
               END-READ
           END-PERFORM.

           IF WS-QTD-LISTADOS = ZERO
               DISPLAY "NENHUM ESTABELECIMENTO CADASTRADO - FOLHA"
                   " INTEIRA NA MATRIZ " CONST-ESTAB-MATRIZ "."
           END-IF.
      *--------------------------------------------------------------*
       MANTER-ESTABELECIMENTO.

           MOVE SPACES TO WS-EST-CODIGO.
           MOVE SPACES TO WS-EST-NOME.
           MOVE ZEROS  TO WS-EST-CNPJ.

           DISPLAY "Codigo do estabelecimento: " WITH NO ADVANCING.
           ACCEPT WS-EST-CODIGO.
           IF WS-EST-CODIGO = SPACES
               DISPLAY "CODIGO OBRIGATORIO."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-EST-CODIGO TO EST-CODIGO.
           READ EST-FICHA-FILE.
           IF WS-EST-FILE-STATUS = "00"
               DISPLAY "ESTABELECIMENTO: " EST-NOME " CNPJ " EST-CNPJ
           END-IF.

           DISPLAY "Razao social: " WITH NO ADVANCING.
           ACCEPT WS-EST-NOME.
           DISPLAY "CNPJ (14 digitos): " WITH NO ADVANCING.
           ACCEPT WS-EST-CNPJ.

           IF WS-EST-NOME = SPACES OR WS-EST-CNPJ = ZERO
               DISPLAY "RAZAO SOCIAL E CNPJ SAO OBRIGATORIOS."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-EST-CODIGO TO EST-CODIGO.
           MOVE WS-EST-NOME   TO EST-NOME.
           MOVE WS-EST-CNPJ   TO EST-CNPJ.
           IF WS-EST-FILE-STATUS = "00"
               REWRITE EST-REG
           ELSE
               WRITE EST-REG
           END-IF.
           IF WS-EST-FILE-STATUS = "00"
               DISPLAY "ESTABELECIMENTO " WS-EST-CODIGO " GRAVADO."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. STATUS: " WS-EST-FILE-STATUS
           END-IF.
      *--------------------------------------------------------------*
       LISTAR-CARGOS.

           MOVE ZERO   TO WS-QTD-LISTADOS.
           MOVE "N"    TO WS-CRG-FIM-ARQUIVO.
           MOVE SPACES TO CRG-CODIGO.

           START CRG-FICHA-FILE KEY >= CRG-CODIGO.
           IF WS-CRG-FILE-STATUS NOT = "00"
               MOVE "S" TO WS-CRG-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL CRG-FIM-ARQUIVO
               READ CRG-FICHA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-CRG-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-QTD-LISTADOS
                       DISPLAY CRG-CODIGO " " CRG-DESCRICAO
                           " CBO " CRG-CBO
                           " HORA " CRG-VALOR-HORA-MIN
                           " A " CRG-VALOR-HORA-MAX
                           " INSAL " CRG-PERC-INSALUBRIDADE
                           " PERIC " CRG-PERC-PERICULOSIDADE
                           " NOT " CRG-PERC-NOTURNO
               END-READ
           END-PERFORM.

           IF WS-QTD-LISTADOS = ZERO
               DISPLAY "NENHUM CARGO CADASTRADO."
           END-IF.
      *--------------------------------------------------------------*
       MANTER-CARGO.

           MOVE SPACES TO WS-CRG-CODIGO.
           MOVE SPACES TO WS-CRG-DESCRICAO.
           MOVE ZEROS  TO WS-CRG-CBO.
           MOVE ZEROS  TO WS-CRG-VALOR-HORA-MIN.
           MOVE ZEROS  TO WS-CRG-VALOR-HORA-MAX.
           MOVE ZEROS  TO WS-CRG-PERC-INSALUBRIDADE.
           MOVE ZEROS  TO WS-CRG-PERC-PERICULOSIDADE.
           MOVE ZEROS  TO WS-CRG-PERC-NOTURNO.

           DISPLAY "Codigo do cargo: " WITH NO ADVANCING.
           ACCEPT WS-CRG-CODIGO.
           IF WS-CRG-CODIGO = SPACES
               DISPLAY "CODIGO OBRIGATORIO."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CRG-CODIGO TO CRG-CODIGO.
           READ CRG-FICHA-FILE.
           IF WS-CRG-FILE-STATUS = "00"
               DISPLAY "CARGO: " CRG-DESCRICAO " CBO " CRG-CBO
                   " HORA " CRG-VALOR-HORA-MIN " A " CRG-VALOR-HORA-MAX
           END-IF.

           DISPLAY "Descricao: " WITH NO ADVANCING.
           ACCEPT WS-CRG-DESCRICAO.
           DISPLAY "CBO (6 digitos): " WITH NO ADVANCING.
           ACCEPT WS-CRG-CBO.
           DISPLAY "Valor hora minimo: " WITH NO ADVANCING.
           ACCEPT WS-CRG-VALOR-HORA-MIN.
           DISPLAY "Valor hora maximo: " WITH NO ADVANCING.
           ACCEPT WS-CRG-VALOR-HORA-MAX.
           DISPLAY "Insalubridade (0 / 0,100 / 0,200 / 0,400): "
               WITH NO ADVANCING.
           ACCEPT WS-CRG-PERC-INSALUBRIDADE.
           DISPLAY "Periculosidade (0 / 0,300): " WITH NO ADVANCING.
           ACCEPT WS-CRG-PERC-PERICULOSIDADE.
           DISPLAY "Adicional noturno (0 = 0,200 legal): "
               WITH NO ADVANCING.
           ACCEPT WS-CRG-PERC-NOTURNO.

           IF WS-CRG-DESCRICAO = SPACES OR WS-CRG-CBO = ZERO
               DISPLAY "DESCRICAO E CBO SAO OBRIGATORIOS."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CRG-VALOR-HORA-MIN = ZERO
              OR WS-CRG-VALOR-HORA-MIN > WS-CRG-VALOR-HORA-MAX
               DISPLAY "FAIXA DO VALOR HORA INVALIDA."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CRG-PERC-INSALUBRIDADE NOT = ZERO
              AND WS-CRG-PERC-INSALUBRIDADE NOT = CONST-INSALUB-MINIMO
              AND WS-CRG-PERC-INSALUBRIDADE NOT = CONST-INSALUB-MEDIO
              AND WS-CRG-PERC-INSALUBRIDADE NOT = CONST-INSALUB-MAXIMO
               DISPLAY "GRAU DE INSALUBRIDADE INVALIDO."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CRG-PERC-PERICULOSIDADE NOT = ZERO
              AND WS-CRG-PERC-PERICULOSIDADE
                  NOT = CONST-PERC-PERICULOSIDADE
               DISPLAY "PERCENTUAL DE PERICULOSIDADE INVALIDO."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CRG-PERC-NOTURNO NOT = ZERO
              AND WS-CRG-PERC-NOTURNO < CONST-PERC-NOTURNO-MINIMO
               DISPLAY "ADICIONAL NOTURNO ABAIXO DO MINIMO LEGAL."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CRG-CODIGO              TO CRG-CODIGO.
           MOVE WS-CRG-DESCRICAO           TO CRG-DESCRICAO.
           MOVE WS-CRG-CBO                 TO CRG-CBO.
           MOVE WS-CRG-VALOR-HORA-MIN      TO CRG-VALOR-HORA-MIN.
           MOVE WS-CRG-VALOR-HORA-MAX      TO CRG-VALOR-HORA-MAX.
           MOVE WS-CRG-PERC-INSALUBRIDADE  TO CRG-PERC-INSALUBRIDADE.
           MOVE WS-CRG-PERC-PERICULOSIDADE TO CRG-PERC-PERICULOSIDADE.
           MOVE WS-CRG-PERC-NOTURNO        TO CRG-PERC-NOTURNO.
           IF WS-CRG-FILE-STATUS = "00"
               REWRITE CRG-REG
           ELSE
               WRITE CRG-REG
           END-IF.
           IF WS-CRG-FILE-STATUS = "00"
               DISPLAY "CARGO " WS-CRG-CODIGO " GRAVADO."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. STATUS: " WS-CRG-FILE-STATUS
           END-IF.
