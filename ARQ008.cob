      *==                 DETECTADO NA VALIDACAO, SEM CARGA PARCIAL.
      *==                 PEDIDOS.TXT RECEM-CRIADO NA RODADA NAO E
      *==                 VARRIDO (NAO HA EXPOSICAO ANTERIOR)
      *== XX/XX/2026 ***  O TOTAL EM ABERTO DO CLIENTE NA VALIDACAO DE
      *==                 CREDITO PASSA A SOMAR TAMBEM O SALDO DOS
      *==                 TITULOS A RECEBER AINDA NAO PAGOS DO ARQUIVO
      *==                 TITULOS.TXT (TITWS01, GERADO PELO ARQ014 E
      *==                 BAIXADO PELO ARQ023), LIDOS PELA CHAVE
      *==                 ALTERNADA TIT-CLIENTE; SEM O ARQUIVO SO OS
      *==                 PEDIDOS APROVADOS SAO CONSIDERADOS
      *== XX/XX/2026 ***  PEDIDOS.TXT GANHOU CHAVE ALTERNATIVA POR
      *==                 PED-CLIENTE (COM DUPLICIDADE; ARQUIVO
      *==                 EXISTENTE CONVERTIDO PELO ARQ027): A
      *==                 EXPOSICAO DO CLIENTE POSICIONA NO CLIENTE E
      *==                 LE SO OS PEDIDOS DELE, SEM VARRER O ARQUIVO
      *=================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-PEDIDOS.

           SELECT LIMCRED ASSIGN TO
               "LIMCRED.txt"
               FILE STATUS IS FS-LIMCRED.

           SELECT TITULOS ASSIGN TO
               "TITULOS.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-NUMERO
               ALTERNATE RECORD KEY IS TIT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-TITULOS.

           SELECT PEDENT ASSIGN TO
               "PEDENT.txt"
               FILE STATUS IS FS-PEDENT.
       FD LIMCRED.
           COPY LIMWS01.

       FD TITULOS.
           COPY TITWS01.

       FD RELFAT.
       01 REG-RELFAT     PIC X(80).

       77 FS-LIMCRED PIC 9(02).
       77 FS-RELCRED PIC 9(02).
       77 FS-CTLRUN PIC 9(02).
       77 FS-TITULOS PIC 9(02).
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-FIM-PEDENT PIC X(01) VALUE "N".
           88 FIM-PEDENT VALUE "S".
           88 FIM-PEDABERTO VALUE "S".
       77 WRK-PEDIDOS-NOVO PIC X(01) VALUE "N".
           88 PEDIDOS-NOVO VALUE "S".
       77 WRK-TEM-TITULOS PIC X(01) VALUE "N".
           88 TEM-TITULOS VALUE "S".
       77 WRK-FIM-TITULOS PIC X(01) VALUE "N".
           88 FIM-TITULOS VALUE "S".
       77 WRK-LIMITE-PADRAO PIC 9(09)V99 VALUE 10000.
       77 WRK-LIMITE-VIGENTE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-CREDITO PIC S9(09)V99 VALUE ZEROS.
           IF FS-RELCRED NOT EQUAL ZEROS
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
           DISPLAY "ARQUIVOS OK".
           MOVE ZEROS TO WRK-TABELA-CREDITO.
           PERFORM 0130-CARREGA-LIMITE-PADRAO.
           IF NOT FIM-PEDABERTO AND FS-PEDIDOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           IF NOT FIM-PEDABERTO
                   AND PED-CLIENTE NOT EQUAL WRK-ID-PROCURADO
               SET FIM-PEDABERTO TO TRUE
           END-IF.

       0147-ACUMULA-EXPOSICAO SECTION.
           IF PED-APROVADO
               ADD PED-VALOR TO WRK-CRED-ABERTO (WRK-SUB-CREDITO)
           END-IF.
           PERFORM 0145-LER-PEDIDO-ABERTO.
                       TO WRK-CRED-TEM-LIMITE (WRK-SUB-CREDITO)
                   PERFORM 0152-CARREGA-LIMITE-CLIENTE
                   PERFORM 0156-CARREGA-EXPOSICAO-CLIENTE
                   PERFORM 0157-CARREGA-TITULOS-CLIENTE
               ELSE
                   PERFORM 9100-TABELA-CHEIA
               END-IF
       0156-CARREGA-EXPOSICAO-CLIENTE SECTION.
           IF NOT PEDIDOS-NOVO
               MOVE "N" TO WRK-FIM-PEDABERTO
               MOVE WRK-ID-PROCURADO TO PED-CLIENTE
               START PEDIDOS KEY IS EQUAL TO PED-CLIENTE
                   INVALID KEY
                       SET FIM-PEDABERTO TO TRUE
               END-START
               END-IF
           END-IF.

       0157-CARREGA-TITULOS-CLIENTE SECTION.
           IF TEM-TITULOS
               MOVE "N" TO WRK-FIM-TITULOS
               MOVE WRK-ID-PROCURADO TO TIT-CLIENTE
               START TITULOS KEY IS EQUAL TO TIT-CLIENTE
                   INVALID KEY
                       SET FIM-TITULOS TO TRUE
               END-START
               IF NOT FIM-TITULOS
                   PERFORM 0158-LER-TITULO
                   PERFORM 0159-ACUMULA-TITULO
                       UNTIL FIM-TITULOS
               END-IF
           END-IF.

       0158-LER-TITULO SECTION.
           READ TITULOS NEXT RECORD
               AT END
                   SET FIM-TITULOS TO TRUE
           END-READ.
           IF NOT FIM-TITULOS AND FS-TITULOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           IF NOT FIM-TITULOS
                   AND TIT-CLIENTE NOT EQUAL WRK-ID-PROCURADO
               SET FIM-TITULOS TO TRUE
           END-IF.

       0159-ACUMULA-TITULO SECTION.
           IF TIT-ABERTO
               ADD TIT-SALDO TO WRK-CRED-ABERTO (WRK-SUB-CREDITO)
           END-IF.
           PERFORM 0158-LER-TITULO.

       0160-PROCURA-FATURAMENTO SECTION.
           MOVE "N" TO WRK-ACHOU-FATURA.
           PERFORM 0165-TESTA-FATURAMENTO
           CLOSE REJPED.
           CLOSE RELFAT.
           CLOSE RELCRED.
           IF TEM-TITULOS
               CLOSE TITULOS
           END-IF.

       0500-GRAVA-CONTROLE SECTION.
           OPEN EXTEND CTLRUN.
           CLOSE REJPED.
           CLOSE RELFAT.
           CLOSE RELCRED.
           IF TEM-TITULOS
               CLOSE TITULOS
           END-IF.
           GOBACK.

       9000-TRATA-ERRO SECTION.
           DISPLAY "FILE STATUS LIMCRED...  " FS-LIMCRED.
           DISPLAY "FILE STATUS RELCRED...  " FS-RELCRED.
           DISPLAY "FILE STATUS CTLRUN...   " FS-CTLRUN.
           DISPLAY "FILE STATUS TITULOS...  " FS-TITULOS.
           DISPLAY WRK-MSG-ERRO.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
