       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ024.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RELATORIO MENSAL DE AGING DOS TITULOS A RECEBER
      *==            (TITULOS.TXT, LAYOUT TITWS01) EM LINHAS DE 132
      *==            COLUNAS, GRAVADO EM RELAGE.TXT NO PADRAO DO
      *==            RELCLI.TXT (ARQ009): PARA CADA CLIENTE COM SALDO
      *==            EM ABERTO, OS TITULOS DISTRIBUIDOS NAS FAIXAS A
      *==            VENCER, 1-30, 31-60, 61-90 E MAIS DE 90 DIAS DE
      *==            ATRASO, COM SUBTOTAL DO CLIENTE MOSTRANDO O
      *==            REG-STATUS E O LIMITE DO LIMCRED.TXT, E TOTAIS
      *==            GERAIS AO FINAL. A DATA DE REFERENCIA E O LIMITE
      *==            DE DIAS DE ATRASO PARA SUSPENSAO VEM DO
      *==            PARAMETRO PARMAGE.TXT (NA FALTA, DATA DO DIA E
      *==            60 DIAS). O LIMCRED.TXT E CARREGADO EM TABELA NO
      *==            INICIO DA RODADA (REGISTRO DUPLICADO DE UM MESMO
      *==            CLIENTE FICA COM O ULTIMO VALOR, COMO NO ARQ025).
      *==            CLIENTE ATIVO COM TITULO ALEM DO LIMITE GERA UMA
      *==            TRANSACAO "S" NO ARQUIVO TRANCOB.TXT (LAYOUT
      *==            TRNWS01), MONTADO NO TRANCLI.TXT PELO ARQ007 E
      *==            APLICADO PELO FLUXO NORMAL ARQ005/ARQ003, E E
      *==            REGISTRADO NO SUSCOB.TXT (CSUWS01); CLIENTE
      *==            SUSPENSO PELA COBRANCA QUE NAO TEM MAIS SALDO EM
      *==            ABERTO GERA A REATIVACAO "R" E SAI DO SUSCOB.TXT
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO
               "CLIENTES.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT TITULOS ASSIGN TO
               "TITULOS.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-NUMERO
               ALTERNATE RECORD KEY IS TIT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-TITULOS.

           SELECT LIMCRED ASSIGN TO
               "LIMCRED.txt"
               FILE STATUS IS FS-LIMCRED.

           SELECT SUSCOB ASSIGN TO
               "SUSCOB.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CSU-ID
               FILE STATUS IS FS-SUSCOB.

           SELECT TRANCOB ASSIGN TO
               "TRANCOB.txt"
               FILE STATUS IS FS-TRANCOB.

           SELECT PARMAGE ASSIGN TO
               "PARMAGE.txt"
               FILE STATUS IS FS-PARMAGE.

           SELECT RELAGE ASSIGN TO
               "RELAGE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAGE.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIWS01.

       FD TITULOS.
           COPY TITWS01.

       FD LIMCRED.
           COPY LIMWS01.

       FD SUSCOB.
           COPY CSUWS01.

       FD TRANCOB.
           COPY TRNWS01.

       FD PARMAGE.
       01 REG-PARMAGE.
           05 AGE-DATA-REFERENCIA     PIC 9(08).
           05 AGE-DIAS-SUSPENSAO     PIC 9(03).

       FD RELAGE.
       01 REG-RELAGE     PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-CLIENTES PIC 9(02).
       77 FS-TITULOS PIC 9(02).
       77 FS-LIMCRED PIC 9(02).
       77 FS-SUSCOB PIC 9(02).
       77 FS-TRANCOB PIC 9(02).
       77 FS-PARMAGE PIC 9(02).
       77 FS-RELAGE PIC 9(02).
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-FIM-CLIENTES PIC X(01) VALUE "N".
           88 FIM-CLIENTES VALUE "S".
       77 WRK-FIM-TITULOS PIC X(01) VALUE "N".
           88 FIM-TITULOS VALUE "S".
       77 WRK-TEM-TITULOS PIC X(01) VALUE "N".
           88 TEM-TITULOS VALUE "S".
       77 WRK-TEM-LIMCRED PIC X(01) VALUE "N".
           88 TEM-LIMCRED VALUE "S".
       77 WRK-FIM-LIMCRED PIC X(01) VALUE "N".
           88 FIM-LIMCRED VALUE "S".
       77 WRK-TEM-ABERTO PIC X(01) VALUE "N".
           88 TEM-ABERTO VALUE "S".
       77 WRK-DATA-REFERENCIA PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-SUSPENSAO PIC 9(03) VALUE 60.
       77 WRK-DIAS-ATRASO PIC S9(05) VALUE ZEROS.
       77 WRK-MAIOR-ATRASO PIC S9(05) VALUE ZEROS.
       77 WRK-FAIXA PIC 9(01) VALUE ZEROS.
       77 WRK-SUBSCRITO PIC 9(01) VALUE ZEROS.
       77 WRK-SALDO-CLIENTE PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-GERAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LIMITE-PADRAO PIC 9(09)V99 VALUE 10000.
       77 WRK-LIMITE-VIGENTE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ID-PROCURADO PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CLIENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-TITULOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SUSPENSOES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REATIVACOES PIC 9(05) VALUE ZEROS.
       77 WRK-ACHOU-LIMITE PIC X(01) VALUE "N".
           88 ACHOU-LIMITE VALUE "S".
       77 WRK-QTD-LIMITES PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-LIMITE PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-ACHADO PIC 9(05) VALUE ZEROS.
       77 WRK-PAGINA PIC 9(05) VALUE ZEROS.
       77 WRK-LINHA-ATUAL PIC 9(03) VALUE ZEROS.
       77 WRK-LIMITE-LINHAS PIC 9(03) VALUE 56.
       77 WRK-LINHA-PENDENTE PIC X(132) VALUE SPACES.
       01 WRK-DATA-SISTEMA.
           05 DAT-ANO PIC 9(04).
           05 DAT-MES PIC 9(02).
           05 DAT-DIA PIC 9(02).
       01 WRK-TABELA-LIMITES.
           05 WRK-LIM-ENTRADA OCCURS 5000 TIMES.
               10 WRK-LIM-CLIENTE PIC 9(07).
               10 WRK-LIM-VALOR PIC 9(09)V99.
       01 WRK-FAIXAS-CLIENTE.
           05 WRK-FAIXA-CLIENTE PIC 9(11)V99 OCCURS 5 TIMES.
       01 WRK-FAIXAS-GERAL.
           05 WRK-FAIXA-GERAL PIC 9(11)V99 OCCURS 5 TIMES.
       01 WRK-CABEC1.
           05 FILLER PIC X(40)
               VALUE "AGING DE TITULOS A RECEBER POR CLIENTE".
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "DATA: ".
           05 CAB-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 CAB-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 CAB-ANO PIC 9(04).
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "PAG: ".
           05 CAB-PAGINA PIC ZZZZ9.
           05 FILLER PIC X(21) VALUE SPACES.
       01 WRK-CABEC2.
           05 FILLER PIC X(10) VALUE "TITULO".
           05 FILLER PIC X(10) VALUE "EMISSAO".
           05 FILLER PIC X(10) VALUE "VENCIMENTO".
           05 FILLER PIC X(05) VALUE "DIAS".
           05 FILLER PIC X(15) VALUE "       A VENCER".
           05 FILLER PIC X(15) VALUE "      1-30 DIAS".
           05 FILLER PIC X(15) VALUE "     31-60 DIAS".
           05 FILLER PIC X(15) VALUE "     61-90 DIAS".
           05 FILLER PIC X(15) VALUE "     + 90 DIAS".
           05 FILLER PIC X(16) VALUE "           TOTAL".
           05 FILLER PIC X(06) VALUE SPACES.
       01 WRK-LINHA-CLIENTE.
           05 FILLER PIC X(09) VALUE "CLIENTE: ".
           05 CLI-ID PIC 9(07).
           05 FILLER PIC X(02) VALUE SPACES.
           05 CLI-NOME PIC X(20).
       01 WRK-LINHA-DETALHE.
           05 DET-TITULO PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-EMISSAO PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-VENCIMENTO PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-DIAS PIC ZZZZ9.
           05 DET-VALORES OCCURS 5 TIMES.
               10 FILLER PIC X(02) VALUE SPACES.
               10 DET-FAIXA PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DET-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
       01 WRK-LINHA-SUBTOTAL.
           05 FILLER PIC X(06) VALUE "TOTAL ".
           05 FILLER PIC X(04) VALUE "ST: ".
           05 SUB-STATUS PIC X(01).
           05 FILLER PIC X(06) VALUE " LIM: ".
           05 SUB-LIMITE PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(04) VALUE SPACES.
           05 SUB-VALORES OCCURS 5 TIMES.
               10 FILLER PIC X(02) VALUE SPACES.
               10 SUB-FAIXA PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 SUB-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
       01 WRK-LINHA-COBRANCA.
           05 FILLER PIC X(06) VALUE SPACES.
           05 COB-DESCRICAO PIC X(40).
           05 FILLER PIC X(16) VALUE " - MAIOR ATRASO ".
           05 COB-DIAS PIC ZZZZ9.
           05 FILLER PIC X(05) VALUE " DIAS".
       01 WRK-LINHA-TOTAL-GERAL.
           05 FILLER PIC X(35) VALUE "TOTAL GERAL".
           05 TOT-VALORES OCCURS 5 TIMES.
               10 FILLER PIC X(02) VALUE SPACES.
               10 TOT-FAIXA PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 TOT-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WRK-LINHA-TOTAL.
           05 TOT-DESCRICAO PIC X(40).
           05 TOT-QTD PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0280-PAGINA-TOTAIS.
           PERFORM 0300-FINISH.
           STOP RUN.

       0100-INICIALIZE SECTION.
           MOVE ZEROS TO WRK-FAIXAS-GERAL.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT TITULOS.
           EVALUATE FS-TITULOS
               WHEN ZEROS
                   SET TEM-TITULOS TO TRUE
               WHEN 35
                   DISPLAY "SEM ARQUIVO DE TITULOS NESTA RODADA"
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           OPEN I-O SUSCOB.
           IF FS-SUSCOB EQUAL 35
               OPEN OUTPUT SUSCOB
               IF FS-SUSCOB NOT EQUAL ZEROS
                   PERFORM 9000-TRATA-ERRO
               END-IF
               CLOSE SUSCOB
               OPEN I-O SUSCOB
           END-IF.
           IF FS-SUSCOB NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT TRANCOB.
           IF FS-TRANCOB NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT RELAGE.
           IF FS-RELAGE NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "ARQUIVOS OK".
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0105-LE-PARAMETRO.
           PERFORM 0130-CARREGA-LIMCRED.
           MOVE WRK-DATA-REFERENCIA TO WRK-DATA-SISTEMA.
           MOVE DAT-DIA TO CAB-DIA.
           MOVE DAT-MES TO CAB-MES.
           MOVE DAT-ANO TO CAB-ANO.
           PERFORM 0400-CABECALHO.
           PERFORM 0210-LER-CLIENTE.

       0105-LE-PARAMETRO SECTION.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-REFERENCIA.
           OPEN INPUT PARMAGE.
           IF FS-PARMAGE EQUAL ZEROS
               READ PARMAGE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AGE-DATA-REFERENCIA IS NUMERIC
                               AND AGE-DATA-REFERENCIA GREATER ZEROS
                           MOVE AGE-DATA-REFERENCIA
                               TO WRK-DATA-REFERENCIA
                       END-IF
                       IF AGE-DIAS-SUSPENSAO IS NUMERIC
                               AND AGE-DIAS-SUSPENSAO GREATER ZEROS
                           MOVE AGE-DIAS-SUSPENSAO
                               TO WRK-DIAS-SUSPENSAO
                       END-IF
               END-READ
               CLOSE PARMAGE
           END-IF.
           DISPLAY "DATA DE REFERENCIA... " WRK-DATA-REFERENCIA.
           DISPLAY "DIAS PARA SUSPENSAO.. " WRK-DIAS-SUSPENSAO.

       0130-CARREGA-LIMCRED SECTION.
           MOVE ZEROS TO WRK-TABELA-LIMITES.
           OPEN INPUT LIMCRED.
           EVALUATE FS-LIMCRED
               WHEN ZEROS
                   SET TEM-LIMCRED TO TRUE
               WHEN 35
                   DISPLAY "SEM ARQUIVO DE LIMITES, USANDO O PADRAO"
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           IF TEM-LIMCRED
               MOVE "N" TO WRK-FIM-LIMCRED
               PERFORM 0135-LER-LIMCRED
               PERFORM 0137-CARREGA-LIMITE UNTIL FIM-LIMCRED
               CLOSE LIMCRED
           END-IF.
           DISPLAY "LIMITES CARREGADOS... " WRK-QTD-LIMITES.

       0135-LER-LIMCRED SECTION.
           READ LIMCRED
               AT END
                   SET FIM-LIMCRED TO TRUE
           END-READ.
           IF NOT FIM-LIMCRED AND FS-LIMCRED NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0137-CARREGA-LIMITE SECTION.
           IF LIM-CLIENTE EQUAL ZEROS
               MOVE LIM-VALOR TO WRK-LIMITE-PADRAO
           ELSE
               MOVE LIM-CLIENTE TO WRK-ID-PROCURADO
               PERFORM 0152-PROCURA-TABELA
               IF ACHOU-LIMITE
                   MOVE LIM-VALOR TO WRK-LIM-VALOR (WRK-SUB-ACHADO)
               ELSE
                   IF WRK-QTD-LIMITES NOT LESS 5000
                       PERFORM 9100-TABELA-CHEIA
                   END-IF
                   ADD 1 TO WRK-QTD-LIMITES
                   MOVE LIM-CLIENTE
                       TO WRK-LIM-CLIENTE (WRK-QTD-LIMITES)
                   MOVE LIM-VALOR TO WRK-LIM-VALOR (WRK-QTD-LIMITES)
               END-IF
           END-IF.
           PERFORM 0135-LER-LIMCRED.

       0150-PROCURA-LIMITE SECTION.
           MOVE WRK-LIMITE-PADRAO TO WRK-LIMITE-VIGENTE.
           MOVE REG-ID TO WRK-ID-PROCURADO.
           PERFORM 0152-PROCURA-TABELA.
           IF ACHOU-LIMITE
               MOVE WRK-LIM-VALOR (WRK-SUB-ACHADO) TO WRK-LIMITE-VIGENTE
           END-IF.

       0152-PROCURA-TABELA SECTION.
           MOVE "N" TO WRK-ACHOU-LIMITE.
           MOVE ZEROS TO WRK-SUB-ACHADO.
           PERFORM 0155-TESTA-LIMITE
               VARYING WRK-SUB-LIMITE FROM 1 BY 1
               UNTIL WRK-SUB-LIMITE GREATER WRK-QTD-LIMITES
               OR ACHOU-LIMITE.

       0155-TESTA-LIMITE SECTION.
           IF WRK-LIM-CLIENTE (WRK-SUB-LIMITE) EQUAL WRK-ID-PROCURADO
               MOVE WRK-SUB-LIMITE TO WRK-SUB-ACHADO
               SET ACHOU-LIMITE TO TRUE
           END-IF.

       0200-PROCESS SECTION.
           PERFORM 0220-TRATA-CLIENTE UNTIL FIM-CLIENTES.

       0210-LER-CLIENTE SECTION.
           READ CLIENTES
               AT END
                   SET FIM-CLIENTES TO TRUE
           END-READ.
           IF NOT FIM-CLIENTES AND FS-CLIENTES NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0215-LER-TITULO SECTION.
           READ TITULOS NEXT RECORD
               AT END
                   SET FIM-TITULOS TO TRUE
           END-READ.
           IF NOT FIM-TITULOS AND FS-TITULOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           IF NOT FIM-TITULOS AND TIT-CLIENTE NOT EQUAL REG-ID
               SET FIM-TITULOS TO TRUE
           END-IF.

       0220-TRATA-CLIENTE SECTION.
           MOVE "N" TO WRK-TEM-ABERTO.
           MOVE ZEROS TO WRK-SALDO-CLIENTE.
           MOVE ZEROS TO WRK-MAIOR-ATRASO.
           MOVE ZEROS TO WRK-FAIXAS-CLIENTE.
           IF TEM-TITULOS
               PERFORM 0225-POSICIONA-TITULOS
               PERFORM 0230-TRATA-TITULO UNTIL FIM-TITULOS
           END-IF.
           IF TEM-ABERTO
               PERFORM 0240-GRAVA-SUBTOTAL
           END-IF.
           PERFORM 0250-VERIFICA-COBRANCA.
           PERFORM 0210-LER-CLIENTE.

       0225-POSICIONA-TITULOS SECTION.
           MOVE "N" TO WRK-FIM-TITULOS.
           MOVE REG-ID TO TIT-CLIENTE.
           START TITULOS KEY IS EQUAL TO TIT-CLIENTE
               INVALID KEY
                   SET FIM-TITULOS TO TRUE
           END-START.
           IF NOT FIM-TITULOS
               PERFORM 0215-LER-TITULO
           END-IF.

       0230-TRATA-TITULO SECTION.
           IF TIT-ABERTO AND TIT-SALDO GREATER ZEROS
               IF NOT TEM-ABERTO
                   PERFORM 0235-GRAVA-CLIENTE
               END-IF
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-REFERENCIA)
                   - FUNCTION INTEGER-OF-DATE (TIT-DATA-VENCIMENTO)
               EVALUATE TRUE
                   WHEN WRK-DIAS-ATRASO NOT GREATER ZEROS
                       MOVE 1 TO WRK-FAIXA
                   WHEN WRK-DIAS-ATRASO NOT GREATER 30
                       MOVE 2 TO WRK-FAIXA
                   WHEN WRK-DIAS-ATRASO NOT GREATER 60
                       MOVE 3 TO WRK-FAIXA
                   WHEN WRK-DIAS-ATRASO NOT GREATER 90
                       MOVE 4 TO WRK-FAIXA
                   WHEN OTHER
                       MOVE 5 TO WRK-FAIXA
               END-EVALUATE
               IF WRK-DIAS-ATRASO GREATER WRK-MAIOR-ATRASO
                   MOVE WRK-DIAS-ATRASO TO WRK-MAIOR-ATRASO
               END-IF
               ADD TIT-SALDO TO WRK-FAIXA-CLIENTE (WRK-FAIXA)
               ADD TIT-SALDO TO WRK-SALDO-CLIENTE
               ADD 1 TO WRK-QTD-TITULOS
               MOVE TIT-NUMERO TO DET-TITULO
               MOVE TIT-DATA-EMISSAO TO DET-EMISSAO
               MOVE TIT-DATA-VENCIMENTO TO DET-VENCIMENTO
               IF WRK-DIAS-ATRASO GREATER ZEROS
                   MOVE WRK-DIAS-ATRASO TO DET-DIAS
               ELSE
                   MOVE ZEROS TO DET-DIAS
               END-IF
               PERFORM 0232-LIMPA-FAIXA-DETALHE
                   VARYING WRK-SUBSCRITO FROM 1 BY 1
                   UNTIL WRK-SUBSCRITO GREATER 5
               MOVE TIT-SALDO TO DET-FAIXA (WRK-FAIXA)
               MOVE TIT-SALDO TO DET-TOTAL
               MOVE WRK-LINHA-DETALHE TO REG-RELAGE
               PERFORM 0410-GRAVA-LINHA
           END-IF.
           PERFORM 0215-LER-TITULO.

       0232-LIMPA-FAIXA-DETALHE SECTION.
           MOVE ZEROS TO DET-FAIXA (WRK-SUBSCRITO).

       0235-GRAVA-CLIENTE SECTION.
           SET TEM-ABERTO TO TRUE.
           ADD 1 TO WRK-QTD-CLIENTES.
           MOVE SPACES TO REG-RELAGE.
           PERFORM 0410-GRAVA-LINHA.
           MOVE REG-ID TO CLI-ID.
           MOVE REG-NOME TO CLI-NOME.
           MOVE WRK-LINHA-CLIENTE TO REG-RELAGE.
           PERFORM 0410-GRAVA-LINHA.

       0240-GRAVA-SUBTOTAL SECTION.
           PERFORM 0150-PROCURA-LIMITE.
           MOVE REG-STATUS TO SUB-STATUS.
           MOVE WRK-LIMITE-VIGENTE TO SUB-LIMITE.
           PERFORM 0245-ACUMULA-FAIXA
               VARYING WRK-SUBSCRITO FROM 1 BY 1
               UNTIL WRK-SUBSCRITO GREATER 5.
           MOVE WRK-SALDO-CLIENTE TO SUB-TOTAL.
           ADD WRK-SALDO-CLIENTE TO WRK-SALDO-GERAL.
           MOVE WRK-LINHA-SUBTOTAL TO REG-RELAGE.
           PERFORM 0410-GRAVA-LINHA.

       0245-ACUMULA-FAIXA SECTION.
           MOVE WRK-FAIXA-CLIENTE (WRK-SUBSCRITO)
               TO SUB-FAIXA (WRK-SUBSCRITO).
           ADD WRK-FAIXA-CLIENTE (WRK-SUBSCRITO)
               TO WRK-FAIXA-GERAL (WRK-SUBSCRITO).

       0250-VERIFICA-COBRANCA SECTION.
           EVALUATE TRUE
               WHEN REG-ATIVO AND TEM-ABERTO
                       AND WRK-MAIOR-ATRASO GREATER WRK-DIAS-SUSPENSAO
                   PERFORM 0260-GERA-SUSPENSAO
               WHEN REG-SUSPENSO AND NOT TEM-ABERTO
                   MOVE REG-ID TO CSU-ID
                   READ SUSCOB
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 0270-GERA-REATIVACAO
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0255-GRAVA-TRANSACAO SECTION.
           MOVE REG-ID TO TRAN-ID.
           MOVE REG-NOME TO TRAN-NOME.
           MOVE REG-TELEFONE TO TRAN-TELEFONE.
           MOVE REG-EMAIL TO TRAN-EMAIL.
           MOVE REG-ENDERECO TO TRAN-ENDERECO.
           WRITE REG-TRANCLI.
           IF FS-TRANCOB NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0260-GERA-SUSPENSAO SECTION.
           MOVE SPACES TO REG-TRANCLI.
           SET TRAN-SUSPENDER TO TRUE.
           PERFORM 0255-GRAVA-TRANSACAO.
           ADD 1 TO WRK-QTD-SUSPENSOES.
           MOVE REG-ID TO CSU-ID.
           MOVE WRK-DATA-REFERENCIA TO CSU-DATA-SUSPENSAO.
           MOVE WRK-MAIOR-ATRASO TO CSU-DIAS-ATRASO.
           MOVE WRK-SALDO-CLIENTE TO CSU-SALDO.
           WRITE REG-SUSCOB
               INVALID KEY
                   REWRITE REG-SUSCOB
           END-WRITE.
           IF FS-SUSCOB NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE "SUSPENSAO POR ATRASO GERADA" TO COB-DESCRICAO.
           MOVE WRK-MAIOR-ATRASO TO COB-DIAS.
           MOVE WRK-LINHA-COBRANCA TO REG-RELAGE.
           PERFORM 0410-GRAVA-LINHA.

       0270-GERA-REATIVACAO SECTION.
           MOVE SPACES TO REG-TRANCLI.
           SET TRAN-REATIVAR TO TRUE.
           PERFORM 0255-GRAVA-TRANSACAO.
           ADD 1 TO WRK-QTD-REATIVACOES.
           DELETE SUSCOB RECORD.
           IF FS-SUSCOB NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES TO REG-RELAGE.
           PERFORM 0410-GRAVA-LINHA.
           MOVE REG-ID TO CLI-ID.
           MOVE REG-NOME TO CLI-NOME.
           MOVE WRK-LINHA-CLIENTE TO REG-RELAGE.
           PERFORM 0410-GRAVA-LINHA.
           MOVE "REATIVACAO POR PAGAMENTO TOTAL GERADA"
               TO COB-DESCRICAO.
           MOVE CSU-DIAS-ATRASO TO COB-DIAS.
           MOVE WRK-LINHA-COBRANCA TO REG-RELAGE.
           PERFORM 0410-GRAVA-LINHA.

       0280-PAGINA-TOTAIS SECTION.
           PERFORM 0400-CABECALHO.
           PERFORM 0285-MOVE-FAIXA-GERAL
               VARYING WRK-SUBSCRITO FROM 1 BY 1
               UNTIL WRK-SUBSCRITO GREATER 5.
           MOVE WRK-SALDO-GERAL TO TOT-TOTAL.
           MOVE WRK-LINHA-TOTAL-GERAL TO REG-RELAGE.
           PERFORM 0410-GRAVA-LINHA.
           MOVE SPACES TO REG-RELAGE.
           PERFORM 0410-GRAVA-LINHA.
           MOVE "TOTAL DE CLIENTES COM SALDO EM ABERTO: "
               TO TOT-DESCRICAO.
           MOVE WRK-QTD-CLIENTES TO TOT-QTD.
           MOVE WRK-LINHA-TOTAL TO REG-RELAGE.
           PERFORM 0410-GRAVA-LINHA.
           MOVE "TOTAL DE TITULOS EM ABERTO...........: "
               TO TOT-DESCRICAO.
           MOVE WRK-QTD-TITULOS TO TOT-QTD.
           MOVE WRK-LINHA-TOTAL TO REG-RELAGE.
           PERFORM 0410-GRAVA-LINHA.
           MOVE "TOTAL DE SUSPENSOES GERADAS..........: "
               TO TOT-DESCRICAO.
           MOVE WRK-QTD-SUSPENSOES TO TOT-QTD.
           MOVE WRK-LINHA-TOTAL TO REG-RELAGE.
           PERFORM 0410-GRAVA-LINHA.
           MOVE "TOTAL DE REATIVACOES GERADAS.........: "
               TO TOT-DESCRICAO.
           MOVE WRK-QTD-REATIVACOES TO TOT-QTD.
           MOVE WRK-LINHA-TOTAL TO REG-RELAGE.
           PERFORM 0410-GRAVA-LINHA.

       0285-MOVE-FAIXA-GERAL SECTION.
           MOVE WRK-FAIXA-GERAL (WRK-SUBSCRITO)
               TO TOT-FAIXA (WRK-SUBSCRITO).

       0300-FINISH SECTION.
           DISPLAY "TOTAL DE PAGINAS GERADAS...    " WRK-PAGINA.
           DISPLAY "TOTAL DE CLIENTES LISTADOS...  " WRK-QTD-CLIENTES.
           DISPLAY "TOTAL DE SUSPENSOES GERADAS... "
               WRK-QTD-SUSPENSOES.
           DISPLAY "TOTAL DE REATIVACOES GERADAS.. "
               WRK-QTD-REATIVACOES.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE CLIENTES.
           IF TEM-TITULOS
               CLOSE TITULOS
           END-IF.
           CLOSE SUSCOB.
           CLOSE TRANCOB.
           CLOSE RELAGE.

       0400-CABECALHO SECTION.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO CAB-PAGINA.
           MOVE WRK-CABEC1 TO REG-RELAGE.
           WRITE REG-RELAGE.
           IF FS-RELAGE NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE WRK-CABEC2 TO REG-RELAGE.
           WRITE REG-RELAGE.
           IF FS-RELAGE NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES TO REG-RELAGE.
           WRITE REG-RELAGE.
           IF FS-RELAGE NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE 3 TO WRK-LINHA-ATUAL.

       0410-GRAVA-LINHA SECTION.
           IF WRK-LINHA-ATUAL GREATER WRK-LIMITE-LINHAS
               MOVE REG-RELAGE TO WRK-LINHA-PENDENTE
               PERFORM 0400-CABECALHO
               MOVE WRK-LINHA-PENDENTE TO REG-RELAGE
           END-IF.
           WRITE REG-RELAGE.
           IF FS-RELAGE NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           ADD 1 TO WRK-LINHA-ATUAL.

       9100-TABELA-CHEIA SECTION.
           DISPLAY "TABELA DE LIMITES CHEIA (5000), AGING NAO GERADO".
           MOVE 12 TO RETURN-CODE.
           CLOSE LIMCRED.
           CLOSE CLIENTES.
           IF TEM-TITULOS
               CLOSE TITULOS
           END-IF.
           CLOSE SUSCOB.
           CLOSE TRANCOB.
           CLOSE RELAGE.
           GOBACK.

       9000-TRATA-ERRO SECTION.
           MOVE "ERRO NAO TRATADO EM ARQ024" TO WRK-MSG-ERRO.
           DISPLAY "FILE STATUS CLIENTES... " FS-CLIENTES.
           DISPLAY "FILE STATUS TITULOS...  " FS-TITULOS.
           DISPLAY "FILE STATUS LIMCRED...  " FS-LIMCRED.
           DISPLAY "FILE STATUS SUSCOB...   " FS-SUSCOB.
           DISPLAY "FILE STATUS TRANCOB...  " FS-TRANCOB.
           DISPLAY "FILE STATUS PARMAGE...  " FS-PARMAGE.
           DISPLAY "FILE STATUS RELAGE...   " FS-RELAGE.
           DISPLAY WRK-MSG-ERRO.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
