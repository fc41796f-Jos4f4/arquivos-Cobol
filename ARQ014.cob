      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: FATURAMENTO NOTURNO DOS PEDIDOS APROVADOS. LE O
      *==            CADASTRO CLIENTES.TXT EM SEQUENCIA DE REG-ID E,
      *==            PARA CADA CLIENTE ATIVO, LE NO ARQUIVO INDEXADO
      *==            PEDIDOS.TXT (LAYOUT PEDWS01) OS PEDIDOS DELE COM
      *==            STATUS APROVADO: CADA PEDIDO FATURADO
      *==            SAI NO ARQUIVO DE FATURAS FATURAS.TXT, AGRUPADO
      *==            POR CLIENTE COM OS DADOS DO CADASTRO (CLIWS01),
      *==            AS LINHAS DE PEDIDO E O TOTAL DO CLIENTE, E TEM
      *==            PEDIDOS.TXT. PEDIDOS APROVADOS DE CLIENTE
      *==            SUSPENSO NAO SAO FATURADOS: FICAM RETIDOS E SAEM
      *==            NA LISTA SUSPFAT.TXT COM O MOTIVO, PARA ANALISE
      *==            DO OPERADOR. OS PEDIDOS DE CADA CLIENTE SAO LIDOS
      *==            PELA CHAVE ALTERNATIVA PED-CLIENTE (START NO
      *==            CLIENTE E READ NEXT ATE MUDAR O CLIENTE)
      *=================================================================
      *== MANUTENCAO
      *== XX/XX/2026 ***  CADA CLIENTE FATURADO GERA UM TITULO A
      *==                 RECEBER NO ARQUIVO INDEXADO TITULOS.TXT
      *==                 (LAYOUT TITWS01) COM O TOTAL DA FATURA COMO
      *==                 VALOR E SALDO EM ABERTO. O NUMERO DO TITULO
      *==                 VEM DO ARQUIVO DE CONTROLE PROXTIT.TXT
      *==                 (REGRAVADO NO FIM DA RODADA) E O VENCIMENTO
      *==                 E A DATA DO FATURAMENTO MAIS O PRAZO EM DIAS
      *==                 DO PARAMETRO PARMFAT.TXT (30 DIAS NA FALTA
      *==                 DO ARQUIVO); NUMERO E VENCIMENTO SAEM NA
      *==                 FATURA ABAIXO DO TOTAL DO CLIENTE. A BAIXA
      *==                 DOS PAGAMENTOS E FEITA PELO ARQ023
      *== XX/XX/2026 ***  PEDIDOS.TXT GANHOU CHAVE ALTERNATIVA POR
      *==                 PED-CLIENTE (COM DUPLICIDADE; ARQUIVO
      *==                 EXISTENTE CONVERTIDO PELO ARQ027): A
      *==                 PASSADA COMPLETA POR CLIENTE FOI RETIRADA.
      *==                 OS PEDIDOS APROVADOS DO CLIENTE SAO LIDOS
      *==                 PELA CHAVE DO CLIENTE PARA UMA TABELA EM
      *==                 ORDEM DE PED-NUMERO (ATE 2000 POR CLIENTE),
      *==                 DE ONDE SAO FATURADOS OU RETIDOS NA MESMA
      *==                 ORDEM DE ANTES, MANTENDO O FATURAS.TXT E O
      *==                 SUSPFAT.TXT IGUAIS
      *== XX/XX/2026 ***  ANTES DE GRAVAR CADA TITULO O NUMERO LIDO DO
      *==                 PROXTIT.TXT E CONFERIDO NO TITULOS.TXT E, SE
      *==                 JA EXISTIR (RODADA ANTERIOR ABORTADA ANTES DE
      *==                 REGRAVAR O PROXTIT.TXT), AVANCA ATE O
      *==                 PRIMEIRO NUMERO LIVRE, COMO NA ATRIBUICAO DE
      *==                 REG-ID DO ARQ003; OBJETIVO AJUSTADO PARA A
      *==                 LEITURA DOS PEDIDOS PELA CHAVE PED-CLIENTE
      *=================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-PEDIDOS.

           SELECT FATURAS ASSIGN TO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPFAT.

           SELECT TITULOS ASSIGN TO
               "TITULOS.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIT-NUMERO
               ALTERNATE RECORD KEY IS TIT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-TITULOS.

           SELECT PROXTIT ASSIGN TO
               "PROXTIT.txt"
               FILE STATUS IS FS-PROXTIT.

           SELECT PARMFAT ASSIGN TO
               "PARMFAT.txt"
               FILE STATUS IS FS-PARMFAT.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       FD SUSPFAT.
       01 REG-SUSPFAT     PIC X(80).

       FD TITULOS.
           COPY TITWS01.

       FD PROXTIT.
       01 REG-PROXTIT.
           05 PXT-PROXIMO-TITULO     PIC 9(08).

       FD PARMFAT.
       01 REG-PARMFAT.
           05 PFT-PRAZO-DIAS     PIC 9(03).

       WORKING-STORAGE SECTION.
       77 FS-CLIENTES PIC 9(02).
       77 FS-PEDIDOS PIC 9(02).
       77 FS-FATURAS PIC 9(02).
       77 FS-SUSPFAT PIC 9(02).
       77 FS-TITULOS PIC 9(02).
       77 FS-PROXTIT PIC 9(02).
       77 FS-PARMFAT PIC 9(02).
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-FIM-CLIENTES PIC X(01) VALUE "N".
           88 FIM-CLIENTES VALUE "S".
       77 WRK-DATA-FATURAMENTO PIC 9(08) VALUE ZEROS.
       77 WRK-TOTAL-CLIENTE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-GERAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PROXIMO-TITULO PIC 9(08) VALUE 1.
       77 WRK-PRAZO-DIAS PIC 9(03) VALUE 30.
       77 WRK-DATA-VENCIMENTO PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-TITULOS PIC 9(05) VALUE ZEROS.
       77 WRK-NUMERO-DISPONIVEL PIC X(01) VALUE "N".
           88 NUMERO-DISPONIVEL VALUE "S".
       77 WRK-ACHOU-POSICAO PIC X(01) VALUE "N".
           88 ACHOU-POSICAO VALUE "S".
       77 WRK-QTD-PED-CLIENTE PIC 9(04) VALUE ZEROS.
       77 WRK-SUB-PEDIDO PIC 9(04) VALUE ZEROS.
       77 WRK-SUB-DESTINO PIC 9(04) VALUE ZEROS.
       01 WRK-TABELA-PED-CLIENTE.
           05 WRK-PCL-REGISTRO OCCURS 2000 TIMES.
               10 WRK-PCL-NUMERO PIC 9(06).
               10 WRK-PCL-DADOS PIC X(25).
       01 WRK-CABEC-FATURA.
           05 FILLER PIC X(32)
               VALUE "FATURAS DE PEDIDOS APROVADOS EM ".
       01 WRK-LINHA-TOTAL-CLI.
           05 FILLER PIC X(20) VALUE "TOTAL DO CLIENTE... ".
           05 FAT-TOTAL-CLI PIC ZZZ,ZZZ,ZZ9.99.
       01 WRK-LINHA-TITULO.
           05 FILLER PIC X(20) VALUE "TITULO A RECEBER... ".
           05 FAT-TIT-NUMERO PIC 9(08).
           05 FILLER PIC X(14) VALUE "  VENCIMENTO  ".
           05 FAT-TIT-VENCIMENTO PIC 9(08).
       01 WRK-LINHA-TOTAL-GER.
           05 FILLER PIC X(20) VALUE "TOTAL GERAL........ ".
           05 FAT-TOTAL-GER PIC Z,ZZZ,ZZZ,ZZ9.99.
           IF FS-SUSPFAT NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O TITULOS.
           IF FS-TITULOS EQUAL 35
               OPEN OUTPUT TITULOS
           END-IF.
           IF FS-TITULOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "ARQUIVOS OK".
           ACCEPT WRK-DATA-FATURAMENTO FROM DATE YYYYMMDD.
           PERFORM 0110-LE-PROXIMO-TITULO.
           PERFORM 0120-LE-PRAZO.
           COMPUTE WRK-DATA-VENCIMENTO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WRK-DATA-FATURAMENTO)
               + WRK-PRAZO-DIAS).
           MOVE WRK-DATA-FATURAMENTO TO CAB-DATA-FAT.
           MOVE WRK-CABEC-FATURA TO REG-FATURAS.
           PERFORM 0410-GRAVA-FATURA.
           PERFORM 0420-GRAVA-SUSPFAT.
           PERFORM 0210-LER-CLIENTE.

       0110-LE-PROXIMO-TITULO SECTION.
           MOVE 1 TO WRK-PROXIMO-TITULO.
           OPEN INPUT PROXTIT.
           IF FS-PROXTIT EQUAL ZEROS
               READ PROXTIT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PXT-PROXIMO-TITULO GREATER ZEROS
                           MOVE PXT-PROXIMO-TITULO
                               TO WRK-PROXIMO-TITULO
                       END-IF
               END-READ
               CLOSE PROXTIT
           END-IF.

       0120-LE-PRAZO SECTION.
           OPEN INPUT PARMFAT.
           IF FS-PARMFAT EQUAL ZEROS
               READ PARMFAT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PFT-PRAZO-DIAS IS NUMERIC
                               AND PFT-PRAZO-DIAS GREATER ZEROS
                           MOVE PFT-PRAZO-DIAS TO WRK-PRAZO-DIAS
                       END-IF
               END-READ
               CLOSE PARMFAT
           END-IF.
           DISPLAY "PRAZO DE VENCIMENTO (DIAS)... " WRK-PRAZO-DIAS.

       0200-PROCESS SECTION.
           PERFORM 0220-TRATA-CLIENTE UNTIL FIM-CLIENTES.
           MOVE SPACES TO REG-FATURAS.
           IF NOT FIM-PEDIDOS AND FS-PEDIDOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           IF NOT FIM-PEDIDOS AND PED-CLIENTE NOT EQUAL REG-ID
               SET FIM-PEDIDOS TO TRUE
           END-IF.

       0220-TRATA-CLIENTE SECTION.
           EVALUATE TRUE
       0230-FATURA-CLIENTE SECTION.
           MOVE "N" TO WRK-TEM-FATURA.
           MOVE ZEROS TO WRK-TOTAL-CLIENTE.
           PERFORM 0235-CARREGA-PEDIDOS-CLIENTE.
           PERFORM 0240-TRATA-PEDIDO-FAT
               VARYING WRK-SUB-PEDIDO FROM 1 BY 1
               UNTIL WRK-SUB-PEDIDO GREATER WRK-QTD-PED-CLIENTE.
           IF TEM-FATURA
               MOVE WRK-TOTAL-CLIENTE TO FAT-TOTAL-CLI
               MOVE WRK-LINHA-TOTAL-CLI TO REG-FATURAS
               PERFORM 0410-GRAVA-FATURA
               PERFORM 0280-GRAVA-TITULO
               ADD 1 TO WRK-QTD-CLIENTES-FAT
               ADD WRK-TOTAL-CLIENTE TO WRK-TOTAL-GERAL
           END-IF.

       0235-CARREGA-PEDIDOS-CLIENTE SECTION.
           MOVE ZEROS TO WRK-QTD-PED-CLIENTE.
           MOVE "N" TO WRK-FIM-PEDIDOS.
           MOVE REG-ID TO PED-CLIENTE.
           START PEDIDOS KEY IS EQUAL TO PED-CLIENTE
               INVALID KEY
                   SET FIM-PEDIDOS TO TRUE
           END-START.
           IF NOT FIM-PEDIDOS
               PERFORM 0215-LER-PEDIDO
           END-IF.
           PERFORM 0236-GUARDA-PEDIDO UNTIL FIM-PEDIDOS.

       0236-GUARDA-PEDIDO SECTION.
           IF PED-APROVADO
               PERFORM 0237-INSERE-PEDIDO
           END-IF.
           PERFORM 0215-LER-PEDIDO.

       0237-INSERE-PEDIDO SECTION.
           IF WRK-QTD-PED-CLIENTE NOT LESS 2000
               PERFORM 9100-TABELA-CHEIA
           END-IF.
           MOVE "N" TO WRK-ACHOU-POSICAO.
           MOVE WRK-QTD-PED-CLIENTE TO WRK-SUB-PEDIDO.
           PERFORM 0238-DESLOCA-PEDIDO
               UNTIL WRK-SUB-PEDIDO EQUAL ZEROS OR ACHOU-POSICAO.
           COMPUTE WRK-SUB-DESTINO = WRK-SUB-PEDIDO + 1.
           MOVE REG-PEDIDOS TO WRK-PCL-REGISTRO (WRK-SUB-DESTINO).
           ADD 1 TO WRK-QTD-PED-CLIENTE.

       0238-DESLOCA-PEDIDO SECTION.
           IF WRK-PCL-NUMERO (WRK-SUB-PEDIDO) GREATER PED-NUMERO
               COMPUTE WRK-SUB-DESTINO = WRK-SUB-PEDIDO + 1
               MOVE WRK-PCL-REGISTRO (WRK-SUB-PEDIDO)
                   TO WRK-PCL-REGISTRO (WRK-SUB-DESTINO)
               SUBTRACT 1 FROM WRK-SUB-PEDIDO
           ELSE
               SET ACHOU-POSICAO TO TRUE
           END-IF.

       0240-TRATA-PEDIDO-FAT SECTION.
           MOVE WRK-PCL-REGISTRO (WRK-SUB-PEDIDO) TO REG-PEDIDOS.
           IF NOT TEM-FATURA
               PERFORM 0250-GRAVA-CABEC-CLIENTE
           END-IF.
           MOVE PED-NUMERO TO FAT-PED-NUMERO.
           MOVE PED-DATA TO FAT-PED-DATA.
           MOVE PED-VALOR TO FAT-PED-VALOR.
           MOVE WRK-LINHA-PEDIDO TO REG-FATURAS.
           PERFORM 0410-GRAVA-FATURA.
           ADD PED-VALOR TO WRK-TOTAL-CLIENTE.
           SET PED-FATURADO TO TRUE.
           REWRITE REG-PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           ADD 1 TO WRK-QTD-FATURADOS.

       0250-GRAVA-CABEC-CLIENTE SECTION.
           SET TEM-FATURA TO TRUE.
           MOVE SPACES TO REG-FATURAS.
           PERFORM 0410-GRAVA-FATURA.

       0260-RETEM-CLIENTE SECTION.
           PERFORM 0235-CARREGA-PEDIDOS-CLIENTE.
           PERFORM 0270-TRATA-PEDIDO-RETIDO
               VARYING WRK-SUB-PEDIDO FROM 1 BY 1
               UNTIL WRK-SUB-PEDIDO GREATER WRK-QTD-PED-CLIENTE.

       0270-TRATA-PEDIDO-RETIDO SECTION.
           MOVE WRK-PCL-REGISTRO (WRK-SUB-PEDIDO) TO REG-PEDIDOS.
           MOVE PED-NUMERO TO RET-PED-NUMERO.
           MOVE REG-ID TO RET-CLI-ID.
           MOVE REG-NOME TO RET-CLI-NOME.
           MOVE "CLIENTE SUSPENSO" TO RET-MOTIVO.
           MOVE WRK-LINHA-RETIDO TO REG-SUSPFAT.
           PERFORM 0420-GRAVA-SUSPFAT.
           ADD 1 TO WRK-QTD-RETIDOS.

       0280-GRAVA-TITULO SECTION.
           PERFORM 0282-PROCURA-NUMERO-LIVRE.
           MOVE WRK-PROXIMO-TITULO TO TIT-NUMERO.
           MOVE REG-ID TO TIT-CLIENTE.
           MOVE WRK-DATA-FATURAMENTO TO TIT-DATA-EMISSAO.
           MOVE WRK-DATA-VENCIMENTO TO TIT-DATA-VENCIMENTO.
           MOVE WRK-TOTAL-CLIENTE TO TIT-VALOR.
           MOVE WRK-TOTAL-CLIENTE TO TIT-SALDO.
           MOVE ZEROS TO TIT-DATA-ULT-PAGTO.
           SET TIT-ABERTO TO TRUE.
           WRITE REG-TITULOS
               INVALID KEY
                   DISPLAY "TITULO JA EXISTE NO TITULOS.TXT: "
                       TIT-NUMERO
                   PERFORM 9000-TRATA-ERRO
           END-WRITE.
           IF FS-TITULOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           ADD 1 TO WRK-PROXIMO-TITULO.
           ADD 1 TO WRK-QTD-TITULOS.
           MOVE TIT-NUMERO TO FAT-TIT-NUMERO.
           MOVE TIT-DATA-VENCIMENTO TO FAT-TIT-VENCIMENTO.
           MOVE WRK-LINHA-TITULO TO REG-FATURAS.
           PERFORM 0410-GRAVA-FATURA.

       0282-PROCURA-NUMERO-LIVRE SECTION.
           MOVE "N" TO WRK-NUMERO-DISPONIVEL.
           PERFORM 0284-TESTA-NUMERO UNTIL NUMERO-DISPONIVEL.

       0284-TESTA-NUMERO SECTION.
           IF WRK-PROXIMO-TITULO EQUAL ZEROS
               MOVE 1 TO WRK-PROXIMO-TITULO
           END-IF.
           MOVE WRK-PROXIMO-TITULO TO TIT-NUMERO.
           READ TITULOS
               INVALID KEY
                   SET NUMERO-DISPONIVEL TO TRUE
               NOT INVALID KEY
                   DISPLAY "TITULO JA EXISTE, NUMERO PULADO: "
                       TIT-NUMERO
                   ADD 1 TO WRK-PROXIMO-TITULO
           END-READ.
           IF FS-TITULOS NOT EQUAL ZEROS AND FS-TITULOS NOT EQUAL 23
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0300-FINISH SECTION.
           DISPLAY "TOTAL DE PEDIDOS FATURADOS...  "
           DISPLAY "TOTAL DE PEDIDOS RETIDOS...    " WRK-QTD-RETIDOS.
           DISPLAY "TOTAL DE CLIENTES FATURADOS... "
               WRK-QTD-CLIENTES-FAT.
           DISPLAY "TOTAL DE TITULOS GERADOS...    " WRK-QTD-TITULOS.
           PERFORM 0310-GRAVA-PROXIMO-TITULO.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE FATURAS.
           CLOSE SUSPFAT.
           CLOSE TITULOS.

       0310-GRAVA-PROXIMO-TITULO SECTION.
           MOVE WRK-PROXIMO-TITULO TO PXT-PROXIMO-TITULO.
           OPEN I-O PROXTIT.
           IF FS-PROXTIT EQUAL 35
               OPEN OUTPUT PROXTIT
               IF FS-PROXTIT NOT EQUAL ZEROS
                   PERFORM 9000-TRATA-ERRO
               END-IF
               WRITE REG-PROXTIT
           ELSE
               IF FS-PROXTIT NOT EQUAL ZEROS
                   PERFORM 9000-TRATA-ERRO
               END-IF
               READ PROXTIT
                   AT END
                       MOVE WRK-PROXIMO-TITULO TO PXT-PROXIMO-TITULO
                       WRITE REG-PROXTIT
                   NOT AT END
                       MOVE WRK-PROXIMO-TITULO TO PXT-PROXIMO-TITULO
                       REWRITE REG-PROXTIT
               END-READ
           END-IF.
           CLOSE PROXTIT.

       0410-GRAVA-FATURA SECTION.
           WRITE REG-FATURAS.
               PERFORM 9000-TRATA-ERRO
           END-IF.

       9100-TABELA-CHEIA SECTION.
           DISPLAY "CLIENTE COM MAIS DE 2000 PEDIDOS APROVADOS, "
               "FATURAMENTO ABORTADO: " REG-ID.
           MOVE 12 TO RETURN-CODE.
           PERFORM 0310-GRAVA-PROXIMO-TITULO.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE FATURAS.
           CLOSE SUSPFAT.
           CLOSE TITULOS.
           GOBACK.

       9000-TRATA-ERRO SECTION.
           MOVE "ERRO NAO TRATADO EM ARQ014" TO WRK-MSG-ERRO.
           DISPLAY "FILE STATUS CLIENTES... " FS-CLIENTES.
           DISPLAY "FILE STATUS PEDIDOS...  " FS-PEDIDOS.
           DISPLAY "FILE STATUS FATURAS...  " FS-FATURAS.
           DISPLAY "FILE STATUS SUSPFAT...  " FS-SUSPFAT.
           DISPLAY "FILE STATUS TITULOS...  " FS-TITULOS.
           DISPLAY "FILE STATUS PROXTIT...  " FS-PROXTIT.
           DISPLAY "FILE STATUS PARMFAT...  " FS-PARMFAT.
           DISPLAY WRK-MSG-ERRO.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
