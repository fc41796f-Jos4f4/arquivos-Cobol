       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ032.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: ANONIMIZACAO DE CLIENTES CANCELADOS (LGPD).
      *==            O PRAZO DE RETENCAO EM DIAS VEM NO PARAMETRO
      *==            PARMLGP.TXT (SEM PARAMETRO: 1825 DIAS). E
      *==            ANONIMIZADO O CLIENTE COM REG-STATUS "C" CUJO
      *==            ULTIMO CANCELAMENTO ("X" NO AUDCLI.TXT OU NO
      *==            ARQUIVO MORTO ARCAUD.TXT) E ANTERIOR OU IGUAL A
      *==            HOJE MENOS O PRAZO, E QUE NAO TENHA PEDIDO EM
      *==            ABERTO (PED-STATUS "A") NEM TITULO EM ABERTO NO
      *==            TITULOS.TXT. REG-NOME PASSA A "ANONIMIZADO" E
      *==            REG-TELEFONE, REG-EMAIL E REG-ENDERECO FICAM EM
      *==            BRANCO; REG-ID, REG-STATUS, PEDIDOS, TITULOS E
      *==            LIMITES NAO SAO ALTERADOS. A MESMA MASCARA E
      *==            APLICADA NAS IMAGENS DO CLIENTE GUARDADAS EM:
      *==            - AUDCLI.TXT E ARCAUD.TXT (ANTES/DEPOIS)
      *==            - BKPCLI.TXT (REGISTROS DE DETALHE)
      *==            - AUDFUS.TXT (IMAGENS DO CLIENTES.TXT)
      *==            - HISREJ.TXT (IMAGEM DA TRANSACAO REJEITADA)
      *==            O CLIENTES.TXT SO E REGRAVADO DEPOIS DE TODAS AS
      *==            IMAGENS MASCARADAS: SE A EXECUCAO PARAR ANTES, O
      *==            CLIENTE CONTINUA CANDIDATO NA PROXIMA. CLIENTE JA
      *==            ANONIMIZADO NAO E REPROCESSADO. CLIENTE JA
      *==            EXCLUIDO DO CADASTRO ("X" OU "D" NA AUDITORIA E
      *==            REG-ID AUSENTE DO CLIENTES.TXT) E AVALIADO PELAS
      *==            MESMAS REGRAS ENQUANTO A IMAGEM DO "X"/"D" NA
      *==            AUDITORIA NAO ESTIVER MASCARADA; POR ISSO O
      *==            AUDCLI.TXT E O ULTIMO ARQUIVO DE IMAGENS
      *==            MASCARADO. O RESULTADO DE CADA CANDIDATO SAI EM
      *==            RELANO.TXT (132 COLUNAS) E A EXECUCAO NO
      *==            CTLRUN.TXT
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMLGP ASSIGN TO
               "PARMLGP.txt"
               FILE STATUS IS FS-PARMLGP.

           SELECT CLIENTES ASSIGN TO
               "CLIENTES.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT PEDIDOS ASSIGN TO
               "PEDIDOS.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-PEDIDOS.

           SELECT TITULOS ASSIGN TO
               "TITULOS.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-NUMERO
               ALTERNATE RECORD KEY IS TIT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-TITULOS.

           SELECT AUDCLI ASSIGN TO
               "AUDCLI.txt"
               FILE STATUS IS FS-AUDCLI.

           SELECT ARCAUD ASSIGN TO
               "ARCAUD.txt"
               FILE STATUS IS FS-ARCAUD.

           SELECT BKPCLI ASSIGN TO
               "BKPCLI.txt"
               FILE STATUS IS FS-BKPCLI.

           SELECT AUDFUS ASSIGN TO
               "AUDFUS.txt"
               FILE STATUS IS FS-AUDFUS.

           SELECT HISREJ ASSIGN TO
               "HISREJ.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HRJ-CHAVE
               FILE STATUS IS FS-HISREJ.

           SELECT RELANO ASSIGN TO
               "RELANO.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELANO.

           SELECT CTLRUN ASSIGN TO
               "CTLRUN.txt"
               FILE STATUS IS FS-CTLRUN.

       DATA DIVISION.
       FILE SECTION.
       FD PARMLGP.
       01 REG-PARMLGP.
           05 PLG-DIAS-RETENCAO     PIC 9(05).

       FD CLIENTES.
           COPY CLIWS01.

       FD PEDIDOS.
           COPY PEDWS01.

       FD TITULOS.
           COPY TITWS01.

       FD AUDCLI.
       01 REG-AUDCLI-ARQ     PIC X(270).

       FD ARCAUD.
       01 REG-ARCAUD     PIC X(270).

       FD BKPCLI.
           COPY BKPWS01.

       FD AUDFUS.
           COPY AFUWS01.

       FD HISREJ.
           COPY HRJWS01.

       FD RELANO.
       01 REG-RELANO     PIC X(132).

       FD CTLRUN.
           COPY CTLWS01.

       WORKING-STORAGE SECTION.
       77 FS-PARMLGP PIC 9(02).
       77 FS-CLIENTES PIC 9(02).
       77 FS-PEDIDOS PIC 9(02).
       77 FS-TITULOS PIC 9(02).
       77 FS-AUDCLI PIC 9(02).
       77 FS-ARCAUD PIC 9(02).
       77 FS-BKPCLI PIC 9(02).
       77 FS-AUDFUS PIC 9(02).
       77 FS-HISREJ PIC 9(02).
       77 FS-RELANO PIC 9(02).
       77 FS-CTLRUN PIC 9(02).
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-RETENCAO PIC 9(05) VALUE 1825.
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE "N".
           88 FIM-ARQUIVO VALUE "S".
       77 WRK-TEM-TITULOS PIC X(01) VALUE "N".
           88 TEM-TITULOS VALUE "S".
       77 WRK-ACHOU-CANDIDATO PIC X(01) VALUE "N".
           88 ACHOU-CANDIDATO VALUE "S".
       77 WRK-IMAGEM-MASCARADA PIC X(01) VALUE "N".
           88 IMAGEM-MASCARADA VALUE "S".
       77 WRK-EM-ABERTO PIC X(01) VALUE "N".
           88 EM-ABERTO VALUE "S".
       77 WRK-REGISTRO-ALTERADO PIC X(01) VALUE "N".
           88 REGISTRO-ALTERADO VALUE "S".
       77 WRK-ACHOU-POSICAO PIC X(01) VALUE "N".
           88 ACHOU-POSICAO VALUE "S".
       77 WRK-ARQUIVO-LIDO PIC X(08) VALUE SPACES.
       77 WRK-ID-PROCURADO PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CANDIDATOS PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-CANDIDATO PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-ACHADO PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-INICIO PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-FIM PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-DESTINO PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-MOTIVO PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-LIDOS PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-EXCLUIDOS PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-ANONIMIZADOS PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-MANTIDOS PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-MASCARAS PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-ALTERADOS PIC 9(09) VALUE ZEROS.
       77 WRK-PAGINA PIC 9(05) VALUE ZEROS.
       77 WRK-LINHA-ATUAL PIC 9(03) VALUE ZEROS.
       77 WRK-LIMITE-LINHAS PIC 9(03) VALUE 56.
       77 WRK-LINHA-PENDENTE PIC X(132) VALUE SPACES.
           COPY AUDWS01.
       01 WRK-TABELA-CANDIDATOS.
           05 WRK-CANDIDATO OCCURS 20000 TIMES.
               10 WRK-CAN-ID PIC 9(07).
               10 WRK-CAN-DATA-CANCELAMENTO PIC 9(08).
               10 WRK-CAN-MOTIVO PIC 9(01).
               10 WRK-CAN-SITUACAO PIC X(01).
                   88 CAN-NO-CADASTRO VALUE "C".
                   88 CAN-EXCLUIDO VALUE "E".
       01 WRK-TABELA-MOTIVOS.
           05 WRK-QTD-MOTIVO PIC 9(07) OCCURS 4 TIMES.
       01 WRK-DESCRICAO-MOTIVOS.
           05 FILLER PIC X(30) VALUE "SEM DATA DE CANCELAMENTO".
           05 FILLER PIC X(30) VALUE "DENTRO DO PRAZO DE RETENCAO".
           05 FILLER PIC X(30) VALUE "PEDIDO EM ABERTO".
           05 FILLER PIC X(30) VALUE "TITULO EM ABERTO".
       01 WRK-DESCRICAO-MOTIVOS-R REDEFINES WRK-DESCRICAO-MOTIVOS.
           05 WRK-DESC-MOTIVO PIC X(30) OCCURS 4 TIMES.
       01 WRK-IMAGEM-CLIENTE.
           05 IMG-ID PIC X(07).
           05 IMG-NOME PIC X(20).
           05 IMG-TELEFONE PIC X(11).
           05 IMG-EMAIL PIC X(40).
           05 IMG-ENDERECO PIC X(40).
           05 IMG-STATUS PIC X(01).
       01 WRK-IMAGEM-TRANSACAO.
           05 ITR-CODIGO PIC X(01).
           05 ITR-DADOS PIC X(118).
       01 WRK-DATA-SISTEMA.
           05 DAT-ANO PIC 9(04).
           05 DAT-MES PIC 9(02).
           05 DAT-DIA PIC 9(02).
       01 WRK-CABEC1.
           05 FILLER PIC X(40)
               VALUE "ANONIMIZACAO DE CLIENTES CANCELADOS".
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
           05 FILLER PIC X(10) VALUE "REG-ID".
           05 FILLER PIC X(16) VALUE "CANCELADO EM".
           05 FILLER PIC X(106) VALUE "SITUACAO".
       01 WRK-LINHA-DETALHE.
           05 DET-ID PIC 9(07).
           05 FILLER PIC X(03) VALUE SPACES.
           05 DET-DATA PIC 9999/99/99.
           05 FILLER PIC X(06) VALUE SPACES.
           05 DET-SITUACAO PIC X(30).
           05 FILLER PIC X(76) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
           05 FILLER PIC X(04) VALUE SPACES.
           05 TOT-DESCRICAO PIC X(50).
           05 TOT-QTD PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           STOP RUN.

       0100-INICIALIZE SECTION.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-EXECUCAO FROM TIME.
           MOVE WRK-DATA-EXECUCAO TO WRK-DATA-SISTEMA.
           MOVE DAT-DIA TO CAB-DIA.
           MOVE DAT-MES TO CAB-MES.
           MOVE DAT-ANO TO CAB-ANO.
           MOVE ZEROS TO WRK-TABELA-MOTIVOS.
           PERFORM 0105-LE-PARAMETRO.
           COMPUTE WRK-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WRK-DATA-EXECUCAO)
               - WRK-DIAS-RETENCAO).
           OPEN I-O CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT TITULOS.
           EVALUATE FS-TITULOS
               WHEN ZEROS
                   SET TEM-TITULOS TO TRUE
               WHEN 35
                   DISPLAY "SEM ARQUIVO DE TITULOS, NADA EM ABERTO"
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           OPEN OUTPUT RELANO.
           IF FS-RELANO NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "ARQUIVOS OK".
           DISPLAY "DIAS DE RETENCAO..... " WRK-DIAS-RETENCAO.
           DISPLAY "CANCELADOS ATE....... " WRK-DATA-LIMITE.
           PERFORM 0400-CABECALHO.

       0105-LE-PARAMETRO SECTION.
           OPEN INPUT PARMLGP.
           IF FS-PARMLGP EQUAL ZEROS
               READ PARMLGP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PLG-DIAS-RETENCAO IS NUMERIC
                               AND PLG-DIAS-RETENCAO GREATER ZEROS
                           MOVE PLG-DIAS-RETENCAO
                               TO WRK-DIAS-RETENCAO
                       END-IF
               END-READ
               CLOSE PARMLGP
           END-IF.

       0150-PROCURA-CANDIDATO SECTION.
           MOVE "N" TO WRK-ACHOU-CANDIDATO.
           MOVE ZEROS TO WRK-SUB-ACHADO.
           MOVE 1 TO WRK-SUB-INICIO.
           MOVE WRK-QTD-CANDIDATOS TO WRK-SUB-FIM.
           PERFORM 0152-COMPARA-CANDIDATO
               UNTIL ACHOU-CANDIDATO
               OR WRK-SUB-INICIO GREATER WRK-SUB-FIM.

       0152-COMPARA-CANDIDATO SECTION.
           COMPUTE WRK-SUB-CANDIDATO =
               (WRK-SUB-INICIO + WRK-SUB-FIM) / 2.
           EVALUATE TRUE
               WHEN WRK-CAN-ID (WRK-SUB-CANDIDATO)
                       EQUAL WRK-ID-PROCURADO
                   SET ACHOU-CANDIDATO TO TRUE
                   MOVE WRK-SUB-CANDIDATO TO WRK-SUB-ACHADO
               WHEN WRK-CAN-ID (WRK-SUB-CANDIDATO)
                       LESS WRK-ID-PROCURADO
                   COMPUTE WRK-SUB-INICIO = WRK-SUB-CANDIDATO + 1
               WHEN OTHER
                   IF WRK-SUB-CANDIDATO EQUAL 1
                       MOVE ZEROS TO WRK-SUB-FIM
                   ELSE
                       COMPUTE WRK-SUB-FIM = WRK-SUB-CANDIDATO - 1
                   END-IF
           END-EVALUATE.

       0200-PROCESS SECTION.
           PERFORM 0210-CARREGA-CANCELADOS.
           MOVE "AUDCLI" TO WRK-ARQUIVO-LIDO.
           PERFORM 0220-DATAS-AUDCLI.
           MOVE "ARCAUD" TO WRK-ARQUIVO-LIDO.
           PERFORM 0230-DATAS-ARCAUD.
           DISPLAY "EXCLUIDOS A AVALIAR.. " WRK-QTD-EXCLUIDOS.
           PERFORM 0240-AVALIA-CANDIDATO
               VARYING WRK-SUB-CANDIDATO FROM 1 BY 1
               UNTIL WRK-SUB-CANDIDATO GREATER WRK-QTD-CANDIDATOS.
           IF WRK-QTD-ANONIMIZADOS GREATER ZEROS
               PERFORM 0270-MASCARA-BKPCLI
               PERFORM 0280-MASCARA-AUDFUS
               PERFORM 0290-MASCARA-HISREJ
               MOVE "ARCAUD" TO WRK-ARQUIVO-LIDO
               PERFORM 0265-MASCARA-ARCAUD
               MOVE "AUDCLI" TO WRK-ARQUIVO-LIDO
               PERFORM 0260-MASCARA-AUDCLI
               PERFORM 0250-ANONIMIZA-CADASTRO
                   VARYING WRK-SUB-CANDIDATO FROM 1 BY 1
                   UNTIL WRK-SUB-CANDIDATO GREATER WRK-QTD-CANDIDATOS
           END-IF.

       0210-CARREGA-CANCELADOS SECTION.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 0212-LER-CLIENTES.
           PERFORM 0215-TRATA-CLIENTE UNTIL FIM-ARQUIVO.
           DISPLAY "CLIENTES LIDOS....... " WRK-QTD-LIDOS.
           DISPLAY "CANCELADOS A AVALIAR. " WRK-QTD-CANDIDATOS.

       0212-LER-CLIENTES SECTION.
           READ CLIENTES NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-CLIENTES NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0215-TRATA-CLIENTE SECTION.
           ADD 1 TO WRK-QTD-LIDOS.
           IF REG-CANCELADO AND NOT REG-ANONIMIZADO
               IF WRK-QTD-CANDIDATOS NOT LESS 20000
                   PERFORM 9100-TABELA-CHEIA
               END-IF
               ADD 1 TO WRK-QTD-CANDIDATOS
               MOVE REG-ID TO WRK-CAN-ID (WRK-QTD-CANDIDATOS)
               MOVE ZEROS
                   TO WRK-CAN-DATA-CANCELAMENTO (WRK-QTD-CANDIDATOS)
               MOVE ZEROS TO WRK-CAN-MOTIVO (WRK-QTD-CANDIDATOS)
               SET CAN-NO-CADASTRO (WRK-QTD-CANDIDATOS) TO TRUE
           END-IF.
           PERFORM 0212-LER-CLIENTES.

       0220-DATAS-AUDCLI SECTION.
           OPEN INPUT AUDCLI.
           EVALUATE FS-AUDCLI
               WHEN ZEROS
                   MOVE "N" TO WRK-FIM-ARQUIVO
                   PERFORM 0222-LER-AUDCLI
                   PERFORM 0225-DATA-CANCELAMENTO UNTIL FIM-ARQUIVO
                   CLOSE AUDCLI
               WHEN 35
                   DISPLAY "SEM ARQUIVO AUDCLI"
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.

       0222-LER-AUDCLI SECTION.
           READ AUDCLI INTO REG-AUDCLI
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-AUDCLI NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0225-DATA-CANCELAMENTO SECTION.
           IF AUD-CODIGO EQUAL "X" OR AUD-CODIGO EQUAL "D"
               MOVE AUD-ID TO WRK-ID-PROCURADO
               PERFORM 0150-PROCURA-CANDIDATO
               IF NOT ACHOU-CANDIDATO
                   PERFORM 0226-VERIFICA-EXCLUIDO
               END-IF
               IF ACHOU-CANDIDATO AND AUD-CODIGO EQUAL "X"
                   IF AUD-DATA-EXECUCAO GREATER
                           WRK-CAN-DATA-CANCELAMENTO (WRK-SUB-ACHADO)
                       MOVE AUD-DATA-EXECUCAO TO
                           WRK-CAN-DATA-CANCELAMENTO (WRK-SUB-ACHADO)
                   END-IF
               END-IF
           END-IF.
           IF WRK-ARQUIVO-LIDO EQUAL "AUDCLI"
               PERFORM 0222-LER-AUDCLI
           ELSE
               PERFORM 0232-LER-ARCAUD
           END-IF.

       0226-VERIFICA-EXCLUIDO SECTION.
           MOVE AUD-IMAGEM-ANTES TO WRK-IMAGEM-CLIENTE.
           IF IMG-NOME NOT EQUAL "ANONIMIZADO"
               MOVE AUD-ID TO REG-ID
               READ CLIENTES
                   INVALID KEY
                       PERFORM 0227-INSERE-EXCLUIDO
               END-READ
               IF FS-CLIENTES NOT EQUAL ZEROS
                       AND FS-CLIENTES NOT EQUAL 23
                   PERFORM 9000-TRATA-ERRO
               END-IF
           END-IF.

       0227-INSERE-EXCLUIDO SECTION.
           IF WRK-QTD-CANDIDATOS NOT LESS 20000
               PERFORM 9100-TABELA-CHEIA
           END-IF.
           MOVE "N" TO WRK-ACHOU-POSICAO.
           MOVE WRK-QTD-CANDIDATOS TO WRK-SUB-CANDIDATO.
           PERFORM 0228-DESLOCA-CANDIDATO
               UNTIL WRK-SUB-CANDIDATO EQUAL ZEROS OR ACHOU-POSICAO.
           COMPUTE WRK-SUB-ACHADO = WRK-SUB-CANDIDATO + 1.
           MOVE AUD-ID TO WRK-CAN-ID (WRK-SUB-ACHADO).
           MOVE ZEROS TO WRK-CAN-DATA-CANCELAMENTO (WRK-SUB-ACHADO).
           MOVE ZEROS TO WRK-CAN-MOTIVO (WRK-SUB-ACHADO).
           SET CAN-EXCLUIDO (WRK-SUB-ACHADO) TO TRUE.
           ADD 1 TO WRK-QTD-CANDIDATOS.
           ADD 1 TO WRK-QTD-EXCLUIDOS.
           SET ACHOU-CANDIDATO TO TRUE.

       0228-DESLOCA-CANDIDATO SECTION.
           IF WRK-CAN-ID (WRK-SUB-CANDIDATO) GREATER AUD-ID
               COMPUTE WRK-SUB-DESTINO = WRK-SUB-CANDIDATO + 1
               MOVE WRK-CANDIDATO (WRK-SUB-CANDIDATO)
                   TO WRK-CANDIDATO (WRK-SUB-DESTINO)
               SUBTRACT 1 FROM WRK-SUB-CANDIDATO
           ELSE
               SET ACHOU-POSICAO TO TRUE
           END-IF.

       0230-DATAS-ARCAUD SECTION.
           OPEN INPUT ARCAUD.
           EVALUATE FS-ARCAUD
               WHEN ZEROS
                   MOVE "N" TO WRK-FIM-ARQUIVO
                   PERFORM 0232-LER-ARCAUD
                   PERFORM 0225-DATA-CANCELAMENTO UNTIL FIM-ARQUIVO
                   CLOSE ARCAUD
               WHEN 35
                   DISPLAY "SEM ARQUIVO ARCAUD"
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.

       0232-LER-ARCAUD SECTION.
           READ ARCAUD INTO REG-AUDCLI
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-ARCAUD NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0240-AVALIA-CANDIDATO SECTION.
           EVALUATE TRUE
               WHEN WRK-CAN-DATA-CANCELAMENTO (WRK-SUB-CANDIDATO)
                       EQUAL ZEROS
                   MOVE 1 TO WRK-CAN-MOTIVO (WRK-SUB-CANDIDATO)
               WHEN WRK-CAN-DATA-CANCELAMENTO (WRK-SUB-CANDIDATO)
                       GREATER WRK-DATA-LIMITE
                   MOVE 2 TO WRK-CAN-MOTIVO (WRK-SUB-CANDIDATO)
               WHEN OTHER
                   PERFORM 0242-PEDIDOS-EM-ABERTO
                   IF EM-ABERTO
                       MOVE 3 TO WRK-CAN-MOTIVO (WRK-SUB-CANDIDATO)
                   ELSE
                       PERFORM 0245-TITULOS-EM-ABERTO
                       IF EM-ABERTO
                           MOVE 4 TO WRK-CAN-MOTIVO (WRK-SUB-CANDIDATO)
                       END-IF
                   END-IF
           END-EVALUATE.
           MOVE WRK-CAN-ID (WRK-SUB-CANDIDATO) TO DET-ID.
           MOVE WRK-CAN-DATA-CANCELAMENTO (WRK-SUB-CANDIDATO)
               TO DET-DATA.
           IF WRK-CAN-MOTIVO (WRK-SUB-CANDIDATO) EQUAL ZEROS
               ADD 1 TO WRK-QTD-ANONIMIZADOS
               IF CAN-EXCLUIDO (WRK-SUB-CANDIDATO)
                   MOVE "ANONIMIZADO (JA EXCLUIDO)" TO DET-SITUACAO
               ELSE
                   MOVE "ANONIMIZADO" TO DET-SITUACAO
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-MANTIDOS
               MOVE WRK-CAN-MOTIVO (WRK-SUB-CANDIDATO)
                   TO WRK-SUB-MOTIVO
               ADD 1 TO WRK-QTD-MOTIVO (WRK-SUB-MOTIVO)
               MOVE WRK-DESC-MOTIVO (WRK-SUB-MOTIVO) TO DET-SITUACAO
           END-IF.
           MOVE WRK-LINHA-DETALHE TO REG-RELANO.
           PERFORM 0410-GRAVA-LINHA.

       0242-PEDIDOS-EM-ABERTO SECTION.
           MOVE "N" TO WRK-EM-ABERTO.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE WRK-CAN-ID (WRK-SUB-CANDIDATO) TO PED-CLIENTE.
           START PEDIDOS KEY IS EQUAL TO PED-CLIENTE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM 0243-TESTA-PEDIDO
               UNTIL FIM-ARQUIVO OR EM-ABERTO.

       0243-TESTA-PEDIDO SECTION.
           READ PEDIDOS NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-PEDIDOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           IF NOT FIM-ARQUIVO
               IF PED-CLIENTE NOT EQUAL WRK-CAN-ID (WRK-SUB-CANDIDATO)
                   SET FIM-ARQUIVO TO TRUE
               ELSE
                   IF PED-APROVADO
                       SET EM-ABERTO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0245-TITULOS-EM-ABERTO SECTION.
           MOVE "N" TO WRK-EM-ABERTO.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           IF NOT TEM-TITULOS
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE WRK-CAN-ID (WRK-SUB-CANDIDATO) TO TIT-CLIENTE
               START TITULOS KEY IS EQUAL TO TIT-CLIENTE
                   INVALID KEY
                       SET FIM-ARQUIVO TO TRUE
               END-START
           END-IF.
           PERFORM 0246-TESTA-TITULO
               UNTIL FIM-ARQUIVO OR EM-ABERTO.

       0246-TESTA-TITULO SECTION.
           READ TITULOS NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-TITULOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           IF NOT FIM-ARQUIVO
               IF TIT-CLIENTE NOT EQUAL WRK-CAN-ID (WRK-SUB-CANDIDATO)
                   SET FIM-ARQUIVO TO TRUE
               ELSE
                   IF TIT-ABERTO
                       SET EM-ABERTO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0250-ANONIMIZA-CADASTRO SECTION.
           IF WRK-CAN-MOTIVO (WRK-SUB-CANDIDATO) EQUAL ZEROS
                   AND CAN-NO-CADASTRO (WRK-SUB-CANDIDATO)
               MOVE WRK-CAN-ID (WRK-SUB-CANDIDATO) TO REG-ID
               READ CLIENTES
                   INVALID KEY
                       PERFORM 9000-TRATA-ERRO
               END-READ
               MOVE "ANONIMIZADO" TO REG-NOME
               MOVE SPACES TO REG-TELEFONE
               MOVE SPACES TO REG-EMAIL
               MOVE SPACES TO REG-ENDERECO
               REWRITE REG-CLIENTES
                   INVALID KEY
                       PERFORM 9000-TRATA-ERRO
               END-REWRITE
           END-IF.

       0260-MASCARA-AUDCLI SECTION.
           MOVE ZEROS TO WRK-QTD-MASCARAS.
           OPEN I-O AUDCLI.
           EVALUATE FS-AUDCLI
               WHEN ZEROS
                   MOVE "N" TO WRK-FIM-ARQUIVO
                   PERFORM 0222-LER-AUDCLI
                   PERFORM 0262-TRATA-AUDITORIA UNTIL FIM-ARQUIVO
                   CLOSE AUDCLI
               WHEN 35
                   CONTINUE
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           MOVE "IMAGENS MASCARADAS NO AUDCLI.TXT.................."
               TO TOT-DESCRICAO.
           PERFORM 0420-LINHA-MASCARAS.

       0262-TRATA-AUDITORIA SECTION.
           MOVE "N" TO WRK-REGISTRO-ALTERADO.
           MOVE AUD-IMAGEM-ANTES TO WRK-IMAGEM-CLIENTE.
           PERFORM 0500-MASCARA-IMAGEM.
           IF IMAGEM-MASCARADA
               MOVE WRK-IMAGEM-CLIENTE TO AUD-IMAGEM-ANTES
               SET REGISTRO-ALTERADO TO TRUE
           END-IF.
           MOVE AUD-IMAGEM-DEPOIS TO WRK-IMAGEM-CLIENTE.
           PERFORM 0500-MASCARA-IMAGEM.
           IF IMAGEM-MASCARADA
               MOVE WRK-IMAGEM-CLIENTE TO AUD-IMAGEM-DEPOIS
               SET REGISTRO-ALTERADO TO TRUE
           END-IF.
           IF REGISTRO-ALTERADO
               PERFORM 0264-REGRAVA-AUDITORIA
           END-IF.
           IF WRK-ARQUIVO-LIDO EQUAL "AUDCLI"
               PERFORM 0222-LER-AUDCLI
           ELSE
               PERFORM 0232-LER-ARCAUD
           END-IF.

       0264-REGRAVA-AUDITORIA SECTION.
           ADD 1 TO WRK-QTD-ALTERADOS.
           IF WRK-ARQUIVO-LIDO EQUAL "AUDCLI"
               REWRITE REG-AUDCLI-ARQ FROM REG-AUDCLI
               IF FS-AUDCLI NOT EQUAL ZEROS
                   PERFORM 9000-TRATA-ERRO
               END-IF
           ELSE
               REWRITE REG-ARCAUD FROM REG-AUDCLI
               IF FS-ARCAUD NOT EQUAL ZEROS
                   PERFORM 9000-TRATA-ERRO
               END-IF
           END-IF.

       0265-MASCARA-ARCAUD SECTION.
           MOVE ZEROS TO WRK-QTD-MASCARAS.
           OPEN I-O ARCAUD.
           EVALUATE FS-ARCAUD
               WHEN ZEROS
                   MOVE "N" TO WRK-FIM-ARQUIVO
                   PERFORM 0232-LER-ARCAUD
                   PERFORM 0262-TRATA-AUDITORIA UNTIL FIM-ARQUIVO
                   CLOSE ARCAUD
               WHEN 35
                   CONTINUE
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           MOVE "IMAGENS MASCARADAS NO ARCAUD.TXT.................."
               TO TOT-DESCRICAO.
           PERFORM 0420-LINHA-MASCARAS.

       0270-MASCARA-BKPCLI SECTION.
           MOVE ZEROS TO WRK-QTD-MASCARAS.
           OPEN I-O BKPCLI.
           EVALUATE FS-BKPCLI
               WHEN ZEROS
                   MOVE "N" TO WRK-FIM-ARQUIVO
                   PERFORM 0272-LER-BKPCLI
                   PERFORM 0275-TRATA-BACKUP UNTIL FIM-ARQUIVO
                   CLOSE BKPCLI
               WHEN 35
                   CONTINUE
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           MOVE "IMAGENS MASCARADAS NO BKPCLI.TXT.................."
               TO TOT-DESCRICAO.
           PERFORM 0420-LINHA-MASCARAS.

       0272-LER-BKPCLI SECTION.
           READ BKPCLI
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-BKPCLI NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0275-TRATA-BACKUP SECTION.
           IF BKP-DETALHE
               MOVE BKP-DADOS TO WRK-IMAGEM-CLIENTE
               PERFORM 0500-MASCARA-IMAGEM
               IF IMAGEM-MASCARADA
                   ADD 1 TO WRK-QTD-ALTERADOS
                   MOVE WRK-IMAGEM-CLIENTE TO BKP-DADOS
                   REWRITE REG-BKPCLI
                   IF FS-BKPCLI NOT EQUAL ZEROS
                       PERFORM 9000-TRATA-ERRO
                   END-IF
               END-IF
           END-IF.
           PERFORM 0272-LER-BKPCLI.

       0280-MASCARA-AUDFUS SECTION.
           MOVE ZEROS TO WRK-QTD-MASCARAS.
           OPEN I-O AUDFUS.
           EVALUATE FS-AUDFUS
               WHEN ZEROS
                   MOVE "N" TO WRK-FIM-ARQUIVO
                   PERFORM 0282-LER-AUDFUS
                   PERFORM 0285-TRATA-FUSAO UNTIL FIM-ARQUIVO
                   CLOSE AUDFUS
               WHEN 35
                   CONTINUE
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           MOVE "IMAGENS MASCARADAS NO AUDFUS.TXT.................."
               TO TOT-DESCRICAO.
           PERFORM 0420-LINHA-MASCARAS.

       0282-LER-AUDFUS SECTION.
           READ AUDFUS
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-AUDFUS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0285-TRATA-FUSAO SECTION.
           MOVE "N" TO WRK-REGISTRO-ALTERADO.
           IF AFU-ARQUIVO EQUAL "CLIENTES"
               MOVE AFU-IMAGEM-ANTES TO WRK-IMAGEM-CLIENTE
               PERFORM 0500-MASCARA-IMAGEM
               IF IMAGEM-MASCARADA
                   MOVE WRK-IMAGEM-CLIENTE TO AFU-IMAGEM-ANTES
                   SET REGISTRO-ALTERADO TO TRUE
               END-IF
               MOVE AFU-IMAGEM-DEPOIS TO WRK-IMAGEM-CLIENTE
               PERFORM 0500-MASCARA-IMAGEM
               IF IMAGEM-MASCARADA
                   MOVE WRK-IMAGEM-CLIENTE TO AFU-IMAGEM-DEPOIS
                   SET REGISTRO-ALTERADO TO TRUE
               END-IF
           END-IF.
           IF REGISTRO-ALTERADO
               ADD 1 TO WRK-QTD-ALTERADOS
               REWRITE REG-AUDFUS
               IF FS-AUDFUS NOT EQUAL ZEROS
                   PERFORM 9000-TRATA-ERRO
               END-IF
           END-IF.
           PERFORM 0282-LER-AUDFUS.

       0290-MASCARA-HISREJ SECTION.
           MOVE ZEROS TO WRK-QTD-MASCARAS.
           OPEN I-O HISREJ.
           EVALUATE FS-HISREJ
               WHEN ZEROS
                   MOVE "N" TO WRK-FIM-ARQUIVO
                   PERFORM 0292-LER-HISREJ
                   PERFORM 0295-TRATA-REJEICAO UNTIL FIM-ARQUIVO
                   CLOSE HISREJ
               WHEN 35
                   CONTINUE
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           MOVE "IMAGENS MASCARADAS NO HISREJ.TXT.................."
               TO TOT-DESCRICAO.
           PERFORM 0420-LINHA-MASCARAS.

       0292-LER-HISREJ SECTION.
           READ HISREJ NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-HISREJ NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0295-TRATA-REJEICAO SECTION.
           MOVE HRJ-TRANSACAO TO WRK-IMAGEM-TRANSACAO.
           MOVE ITR-DADOS TO WRK-IMAGEM-CLIENTE.
           PERFORM 0500-MASCARA-IMAGEM.
           IF IMAGEM-MASCARADA
               ADD 1 TO WRK-QTD-ALTERADOS
               MOVE WRK-IMAGEM-CLIENTE (1:118) TO ITR-DADOS
               MOVE WRK-IMAGEM-TRANSACAO TO HRJ-TRANSACAO
               REWRITE REG-HISREJ
                   INVALID KEY
                       PERFORM 9000-TRATA-ERRO
               END-REWRITE
           END-IF.
           PERFORM 0292-LER-HISREJ.

       0300-FINISH SECTION.
           MOVE SPACES TO REG-RELANO.
           PERFORM 0410-GRAVA-LINHA.
           MOVE "CLIENTES LIDOS...................................."
               TO TOT-DESCRICAO.
           MOVE WRK-QTD-LIDOS TO TOT-QTD.
           PERFORM 0430-LINHA-TOTAL.
           MOVE "CANDIDATOS AVALIADOS.............................."
               TO TOT-DESCRICAO.
           MOVE WRK-QTD-CANDIDATOS TO TOT-QTD.
           PERFORM 0430-LINHA-TOTAL.
           MOVE "  JA EXCLUIDOS DO CADASTRO........................"
               TO TOT-DESCRICAO.
           MOVE WRK-QTD-EXCLUIDOS TO TOT-QTD.
           PERFORM 0430-LINHA-TOTAL.
           MOVE "CLIENTES ANONIMIZADOS............................."
               TO TOT-DESCRICAO.
           MOVE WRK-QTD-ANONIMIZADOS TO TOT-QTD.
           PERFORM 0430-LINHA-TOTAL.
           MOVE "CANCELADOS MANTIDOS..............................."
               TO TOT-DESCRICAO.
           MOVE WRK-QTD-MANTIDOS TO TOT-QTD.
           PERFORM 0430-LINHA-TOTAL.
           PERFORM 0310-TOTAL-MOTIVO
               VARYING WRK-SUB-MOTIVO FROM 1 BY 1
               UNTIL WRK-SUB-MOTIVO GREATER 4.
           DISPLAY "CLIENTES ANONIMIZADOS " WRK-QTD-ANONIMIZADOS.
           DISPLAY "CANCELADOS MANTIDOS.. " WRK-QTD-MANTIDOS.
           DISPLAY "REGISTROS MASCARADOS. " WRK-QTD-ALTERADOS.
           PERFORM 0320-FECHA-ARQUIVOS.
           PERFORM 0340-GRAVA-CONTROLE.
           DISPLAY "FIM DE PROGRAMA".

       0310-TOTAL-MOTIVO SECTION.
           MOVE SPACES TO TOT-DESCRICAO.
           STRING "  " WRK-DESC-MOTIVO (WRK-SUB-MOTIVO)
               DELIMITED BY SIZE
               INTO TOT-DESCRICAO
           END-STRING.
           MOVE WRK-QTD-MOTIVO (WRK-SUB-MOTIVO) TO TOT-QTD.
           PERFORM 0430-LINHA-TOTAL.

       0320-FECHA-ARQUIVOS SECTION.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           IF TEM-TITULOS
               CLOSE TITULOS
           END-IF.
           CLOSE RELANO.

       0340-GRAVA-CONTROLE SECTION.
           OPEN EXTEND CTLRUN.
           IF FS-CTLRUN EQUAL 35
               OPEN OUTPUT CTLRUN
           END-IF.
           IF FS-CTLRUN NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES TO REG-CTLRUN.
           MOVE "ARQ032" TO CTL-PROGRAMA.
           MOVE WRK-DATA-EXECUCAO TO CTL-DATA-MOVIMENTO.
           MOVE WRK-DATA-EXECUCAO TO CTL-DATA-EXECUCAO.
           MOVE WRK-HORA-EXECUCAO TO CTL-HORA-EXECUCAO.
           MOVE WRK-QTD-LIDOS TO CTL-QTD-ENTRADA.
           MOVE WRK-QTD-ANONIMIZADOS TO CTL-QTD-SAIDA.
           MOVE WRK-QTD-MANTIDOS TO CTL-QTD-REJEITADOS.
           MOVE RETURN-CODE TO CTL-RETURN-CODE.
           WRITE REG-CTLRUN.
           IF FS-CTLRUN NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           CLOSE CTLRUN.

       0400-CABECALHO SECTION.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO CAB-PAGINA.
           MOVE WRK-CABEC1 TO REG-RELANO.
           WRITE REG-RELANO.
           IF FS-RELANO NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE WRK-CABEC2 TO REG-RELANO.
           WRITE REG-RELANO.
           IF FS-RELANO NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES TO REG-RELANO.
           WRITE REG-RELANO.
           IF FS-RELANO NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE 3 TO WRK-LINHA-ATUAL.

       0410-GRAVA-LINHA SECTION.
           IF WRK-LINHA-ATUAL GREATER WRK-LIMITE-LINHAS
               MOVE REG-RELANO TO WRK-LINHA-PENDENTE
               PERFORM 0400-CABECALHO
               MOVE WRK-LINHA-PENDENTE TO REG-RELANO
           END-IF.
           WRITE REG-RELANO.
           IF FS-RELANO NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           ADD 1 TO WRK-LINHA-ATUAL.

       0420-LINHA-MASCARAS SECTION.
           MOVE WRK-QTD-MASCARAS TO TOT-QTD.
           PERFORM 0430-LINHA-TOTAL.

       0430-LINHA-TOTAL SECTION.
           MOVE WRK-LINHA-TOTAL TO REG-RELANO.
           PERFORM 0410-GRAVA-LINHA.

       0500-MASCARA-IMAGEM SECTION.
           MOVE "N" TO WRK-IMAGEM-MASCARADA.
           IF IMG-ID IS NUMERIC
               MOVE IMG-ID TO WRK-ID-PROCURADO
               PERFORM 0150-PROCURA-CANDIDATO
               IF ACHOU-CANDIDATO
                   IF WRK-CAN-MOTIVO (WRK-SUB-ACHADO) EQUAL ZEROS
                       MOVE "ANONIMIZADO" TO IMG-NOME
                       MOVE SPACES TO IMG-TELEFONE
                       MOVE SPACES TO IMG-EMAIL
                       MOVE SPACES TO IMG-ENDERECO
                       SET IMAGEM-MASCARADA TO TRUE
                       ADD 1 TO WRK-QTD-MASCARAS
                   END-IF
               END-IF
           END-IF.

       9100-TABELA-CHEIA SECTION.
           DISPLAY "TABELA DE CANDIDATOS CHEIA (20000), NADA FOI "
               "ANONIMIZADO".
           MOVE 12 TO RETURN-CODE.
           PERFORM 0320-FECHA-ARQUIVOS.
           GOBACK.

       9000-TRATA-ERRO SECTION.
           MOVE "ERRO NAO TRATADO EM ARQ032" TO WRK-MSG-ERRO.
           DISPLAY "FILE STATUS PARMLGP...  " FS-PARMLGP.
           DISPLAY "FILE STATUS CLIENTES... " FS-CLIENTES.
           DISPLAY "FILE STATUS PEDIDOS...  " FS-PEDIDOS.
           DISPLAY "FILE STATUS TITULOS...  " FS-TITULOS.
           DISPLAY "FILE STATUS AUDCLI...   " FS-AUDCLI.
           DISPLAY "FILE STATUS ARCAUD...   " FS-ARCAUD.
           DISPLAY "FILE STATUS BKPCLI...   " FS-BKPCLI.
           DISPLAY "FILE STATUS AUDFUS...   " FS-AUDFUS.
           DISPLAY "FILE STATUS HISREJ...   " FS-HISREJ.
           DISPLAY "FILE STATUS RELANO...   " FS-RELANO.
           DISPLAY "FILE STATUS CTLRUN...   " FS-CTLRUN.
           DISPLAY WRK-MSG-ERRO.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
