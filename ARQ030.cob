       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ030.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: FUSAO DE CLIENTES DUPLICADOS A PARTIR DE UM
      *==            ARQUIVO DE TRANSACOES (TRANFUS.TXT, LAYOUT
      *==            TFUWS01) MONTADO COM OS GRUPOS LEVANTADOS PELO
      *==            ARQ019 (RELDUP.TXT/DUPCLI.TXT). CADA TRANSACAO
      *==            NOMEIA O REG-ID SOBREVIVENTE E O REG-ID RETIRADO,
      *==            AMBOS EXISTENTES E NAO CANCELADOS. A FUSAO:
      *==            - TRANSFERE PARA O SOBREVIVENTE TODOS OS PEDIDOS
      *==              DO RETIRADO NO PEDIDOS.TXT (PELA CHAVE
      *==              ALTERNATIVA PED-CLIENTE) E TODOS OS SEUS
      *==              TITULOS NO TITULOS.TXT (PELA TIT-CLIENTE)
      *==            - LEVA O LIMITE PROPRIO DO RETIRADO NO LIMCRED.TXT
      *==              PARA O SOBREVIVENTE QUANDO E MAIS RESTRITIVO
      *==              QUE O LIMITE VIGENTE DO SOBREVIVENTE (PROPRIO OU
      *==              PADRAO) E EXCLUI O LIMITE DO RETIRADO; CADA
      *==              AJUSTE VAI PARA O HISTORICO HISLIM.TXT
      *==            - LEVA O OPT-OUT DE MARKETING DO RETIRADO NO
      *==              SUPMKT.TXT PARA O SOBREVIVENTE (O OPT-OUT
      *==              SEMPRE PREVALECE; O REGISTRO DO RETIRADO FICA)
      *==            - CANCELA O RETIRADO NO CLIENTES.TXT, COM IMAGEM
      *==              NO AUDCLI.TXT (CODIGO "X", ORIGEM "FUSAO")
      *==            OS PEDIDOS TRANSFERIDOS GRAVAM IMAGEM NO AUDPED.TXT
      *==            (CODIGO "F") E TODO REGISTRO TOCADO PELA FUSAO
      *==            GRAVA IMAGEM ANTES/DEPOIS NO ARQUIVO ACUMULATIVO
      *==            AUDFUS.TXT (AFUWS01). TRANSACOES RECUSADAS VAO
      *==            PARA O REJFUS.TXT COM O MOTIVO (RFUWS01) E CADA
      *==            TRANSACAO SAI NO RELATORIO DE FUSAO RELFUS.TXT
      *==            (132 COLUNAS). O LIMCRED.TXT E SEQUENCIAL: E
      *==            CARREGADO EM TABELA E REGRAVADO NO FIM DA RODADA,
      *==            OU NO ENCERRAMENTO POR ERRO QUANDO JA HA AJUSTE
      *==            GRAVADO NO HISLIM, COMO NO ARQ025; A FUSAO QUE
      *==            PRECISARIA DE ENTRADA NOVA COM A TABELA CHEIA
      *==            (5000) E RECUSADA ANTES DE QUALQUER ARQUIVO SER
      *==            ALTERADO
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO
               "CLIENTES.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

           SELECT SUPMKT ASSIGN TO
               "SUPMKT.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-ID
               FILE STATUS IS FS-SUPMKT.

           SELECT LIMCRED ASSIGN TO
               "LIMCRED.txt"
               FILE STATUS IS FS-LIMCRED.

           SELECT TRANFUS ASSIGN TO
               "TRANFUS.txt"
               FILE STATUS IS FS-TRANFUS.

           SELECT AUDCLI ASSIGN TO
               "AUDCLI.txt"
               FILE STATUS IS FS-AUDCLI.

           SELECT AUDPED ASSIGN TO
               "AUDPED.txt"
               FILE STATUS IS FS-AUDPED.

           SELECT HISLIM ASSIGN TO
               "HISLIM.txt"
               FILE STATUS IS FS-HISLIM.

           SELECT AUDFUS ASSIGN TO
               "AUDFUS.txt"
               FILE STATUS IS FS-AUDFUS.

           SELECT REJFUS ASSIGN TO
               "REJFUS.txt"
               FILE STATUS IS FS-REJFUS.

           SELECT RELFUS ASSIGN TO
               "RELFUS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELFUS.

           SELECT CTLRUN ASSIGN TO
               "CTLRUN.txt"
               FILE STATUS IS FS-CTLRUN.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIWS01.

       FD PEDIDOS.
           COPY PEDWS01.

       FD TITULOS.
           COPY TITWS01.

       FD SUPMKT.
           COPY SUPWS01.

       FD LIMCRED.
           COPY LIMWS01.

       FD TRANFUS.
           COPY TFUWS01.

       FD AUDCLI.
           COPY AUDWS01.

       FD AUDPED.
           COPY APDWS01.

       FD HISLIM.
           COPY HLMWS01.

       FD AUDFUS.
           COPY AFUWS01.

       FD REJFUS.
           COPY RFUWS01.

       FD RELFUS.
       01 REG-RELFUS     PIC X(132).

       FD CTLRUN.
           COPY CTLWS01.

       WORKING-STORAGE SECTION.
       77 FS-CLIENTES PIC 9(02).
       77 FS-PEDIDOS PIC 9(02).
       77 FS-TITULOS PIC 9(02).
       77 FS-SUPMKT PIC 9(02).
       77 FS-LIMCRED PIC 9(02).
       77 FS-TRANFUS PIC 9(02).
       77 FS-AUDCLI PIC 9(02).
       77 FS-AUDPED PIC 9(02).
       77 FS-HISLIM PIC 9(02).
       77 FS-AUDFUS PIC 9(02).
       77 FS-REJFUS PIC 9(02).
       77 FS-RELFUS PIC 9(02).
       77 FS-CTLRUN PIC 9(02).
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-FIM-TRANFUS PIC X(01) VALUE "N".
           88 FIM-TRANFUS VALUE "S".
       77 WRK-FIM-LIMCRED PIC X(01) VALUE "N".
           88 FIM-LIMCRED VALUE "S".
       77 WRK-FIM-PEDIDOS PIC X(01) VALUE "N".
           88 FIM-PEDIDOS VALUE "S".
       77 WRK-FIM-TITULOS PIC X(01) VALUE "N".
           88 FIM-TITULOS VALUE "S".
       77 WRK-TEM-TITULOS PIC X(01) VALUE "N".
           88 TEM-TITULOS VALUE "S".
       77 WRK-ACHOU-LIMITE PIC X(01) VALUE "N".
           88 ACHOU-LIMITE VALUE "S".
       77 WRK-LIMCRED-ALTERADO PIC X(01) VALUE "N".
           88 LIMCRED-ALTERADO VALUE "S".
       77 WRK-REGRAVANDO-LIMCRED PIC X(01) VALUE "N".
           88 REGRAVANDO-LIMCRED VALUE "S".
       77 WRK-OPTOUT-RETIRADO PIC X(01) VALUE "N".
           88 OPTOUT-RETIRADO VALUE "S".
       77 WRK-QTD-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FUNDIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ERROS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PED-TRANSFERIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-TIT-TRANSFERIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LIMITES-AJUSTADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-OPTOUTS-HERDADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-AUDITADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CARREGADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DUPLICADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REGRAVADOS PIC 9(05) VALUE ZEROS.
       77 WRK-MOTIVO-REJEITO PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-NOME-SOBREVIVENTE PIC X(20) VALUE SPACES.
       77 WRK-NOME-RETIRADO PIC X(20) VALUE SPACES.
       77 WRK-IMAGEM-ANTES PIC X(119) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS PIC X(119) VALUE SPACES.
       77 WRK-ARQUIVO-AUDITADO PIC X(08) VALUE SPACES.
       77 WRK-CHAVE-AUDITADA PIC 9(08) VALUE ZEROS.
       77 WRK-LIMITE-PADRAO PIC 9(09)V99 VALUE 10000.
       77 WRK-LIMITE-RETIRADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-LIMITE-ANTES PIC 9(09)V99 VALUE ZEROS.
       77 WRK-LIMITE-DEPOIS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SITUACAO-LIMITE PIC X(40) VALUE SPACES.
       77 WRK-SITUACAO-OPTOUT PIC X(40) VALUE SPACES.
       77 WRK-DATA-OPTOUT PIC 9(08) VALUE ZEROS.
       77 WRK-CODIGO-HISTORICO PIC X(01) VALUE SPACES.
       77 WRK-ID-HISTORICO PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-ANTERIOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-NOVO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ID-PROCURADO PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LIMITES PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-LIMITE PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-ACHADO PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-RETIRADO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PED-FUSAO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-TIT-FUSAO PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-PEDIDO PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-TITULO PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-PED-FUSAO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-TIT-FUSAO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PAGINA PIC 9(05) VALUE ZEROS.
       77 WRK-LINHA-ATUAL PIC 9(03) VALUE ZEROS.
       77 WRK-LIMITE-LINHAS PIC 9(03) VALUE 56.
       77 WRK-LINHA-PENDENTE PIC X(132) VALUE SPACES.
       01 WRK-TABELA-LIMITES.
           05 WRK-LIM-ENTRADA OCCURS 5000 TIMES.
               10 WRK-LIM-CLIENTE PIC 9(07).
               10 WRK-LIM-VALOR PIC 9(09)V99.
               10 WRK-LIM-SITUACAO PIC X(01).
                   88 LIMITE-EXCLUIDO VALUE "E".
       01 WRK-TABELA-PEDIDOS.
           05 WRK-PFS-NUMERO PIC 9(06) OCCURS 2000 TIMES.
       01 WRK-TABELA-TITULOS.
           05 WRK-TFS-NUMERO PIC 9(08) OCCURS 2000 TIMES.
       01 WRK-IMAGEM-LIMITE.
           05 ILM-CLIENTE PIC 9(07).
           05 ILM-VALOR PIC 9(09)V99.
       01 WRK-DESCRICAO-MOTIVOS.
           05 FILLER PIC X(40) VALUE "SOBREVIVENTE INEXISTENTE".
           05 FILLER PIC X(40) VALUE "RETIRADO INEXISTENTE".
           05 FILLER PIC X(40) VALUE "SOBREVIVENTE CANCELADO".
           05 FILLER PIC X(40) VALUE "RETIRADO JA CANCELADO".
           05 FILLER PIC X(40)
               VALUE "REG-ID INVALIDO OU IGUAL AO SOBREVIVENTE".
           05 FILLER PIC X(40)
               VALUE "MAIS DE 2000 PEDIDOS OU TITULOS".
           05 FILLER PIC X(40)
               VALUE "TABELA DE LIMITES CHEIA (5000)".
       01 WRK-DESCRICAO-MOTIVOS-R REDEFINES WRK-DESCRICAO-MOTIVOS.
           05 WRK-DESC-MOTIVO PIC X(40) OCCURS 7 TIMES.
       01 WRK-DATA-SISTEMA.
           05 DAT-ANO PIC 9(04).
           05 DAT-MES PIC 9(02).
           05 DAT-DIA PIC 9(02).
       01 WRK-CABEC1.
           05 FILLER PIC X(40)
               VALUE "FUSAO DE CLIENTES DUPLICADOS".
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
           05 FILLER PIC X(32) VALUE "SOBREVIVENTE".
           05 FILLER PIC X(32) VALUE "RETIRADO".
           05 FILLER PIC X(13) VALUE "SOLICITANTE".
           05 FILLER PIC X(55) VALUE "RESULTADO".
       01 WRK-LINHA-FUSAO.
           05 FUS-SOBREVIVENTE PIC 9(07).
           05 FILLER PIC X(02) VALUE SPACES.
           05 FUS-NOME-SOBREVIVENTE PIC X(20).
           05 FILLER PIC X(03) VALUE SPACES.
           05 FUS-RETIRADO PIC 9(07).
           05 FILLER PIC X(02) VALUE SPACES.
           05 FUS-NOME-RETIRADO PIC X(20).
           05 FILLER PIC X(03) VALUE SPACES.
           05 FUS-SOLICITANTE PIC X(08).
           05 FILLER PIC X(05) VALUE SPACES.
           05 FUS-RESULTADO PIC X(55).
       01 WRK-LINHA-TRANSFERENCIA.
           05 FILLER PIC X(05) VALUE SPACES.
           05 TRF-DESCRICAO PIC X(27).
           05 TRF-QTD PIC ZZ,ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 TRF-ROTULO PIC X(17).
           05 TRF-VALOR PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(57) VALUE SPACES.
       01 WRK-LINHA-LIMITE.
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(27) VALUE "LIMITE DE CREDITO.........".
           05 FILLER PIC X(10) VALUE "RETIRADO: ".
           05 LMF-RETIRADO PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(09) VALUE "  ANTES: ".
           05 LMF-ANTES PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(10) VALUE "  DEPOIS: ".
           05 LMF-DEPOIS PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LMF-SITUACAO PIC X(27).
       01 WRK-LINHA-SITUACAO.
           05 FILLER PIC X(05) VALUE SPACES.
           05 SIT-DESCRICAO PIC X(27).
           05 SIT-SITUACAO PIC X(100).
       01 WRK-LINHA-TOTAL.
           05 TOT-DESCRICAO PIC X(40).
           05 TOT-QTD PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           STOP RUN.

       0100-INICIALIZE SECTION.
           OPEN I-O CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O TITULOS.
           EVALUATE FS-TITULOS
               WHEN ZEROS
                   SET TEM-TITULOS TO TRUE
               WHEN 35
                   DISPLAY "SEM ARQUIVO DE TITULOS, NADA A TRANSFERIR"
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           OPEN I-O SUPMKT.
           IF FS-SUPMKT EQUAL 35
               OPEN OUTPUT SUPMKT
               IF FS-SUPMKT NOT EQUAL ZEROS
                   PERFORM 9000-TRATA-ERRO
               END-IF
               CLOSE SUPMKT
               OPEN I-O SUPMKT
           END-IF.
           IF FS-SUPMKT NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT TRANFUS.
           IF FS-TRANFUS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN EXTEND AUDCLI.
           IF FS-AUDCLI EQUAL 35
               OPEN OUTPUT AUDCLI
           END-IF.
           IF FS-AUDCLI NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN EXTEND AUDPED.
           IF FS-AUDPED EQUAL 35
               OPEN OUTPUT AUDPED
           END-IF.
           IF FS-AUDPED NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN EXTEND HISLIM.
           IF FS-HISLIM EQUAL 35
               OPEN OUTPUT HISLIM
           END-IF.
           IF FS-HISLIM NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN EXTEND AUDFUS.
           IF FS-AUDFUS EQUAL 35
               OPEN OUTPUT AUDFUS
           END-IF.
           IF FS-AUDFUS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT REJFUS.
           IF FS-REJFUS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT RELFUS.
           IF FS-RELFUS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-EXECUCAO FROM TIME.
           PERFORM 0110-CARREGA-LIMCRED.
           DISPLAY "ARQUIVOS OK".
           MOVE WRK-DATA-EXECUCAO TO WRK-DATA-SISTEMA.
           MOVE DAT-DIA TO CAB-DIA.
           MOVE DAT-MES TO CAB-MES.
           MOVE DAT-ANO TO CAB-ANO.
           PERFORM 0400-CABECALHO.
           PERFORM 0210-LER-TRANFUS.

       0110-CARREGA-LIMCRED SECTION.
           MOVE ZEROS TO WRK-TABELA-LIMITES.
           OPEN INPUT LIMCRED.
           EVALUATE FS-LIMCRED
               WHEN ZEROS
                   PERFORM 0115-LER-LIMCRED
                   PERFORM 0120-CARREGA-LIMITE UNTIL FIM-LIMCRED
                   CLOSE LIMCRED
               WHEN 35
                   DISPLAY "SEM LIMCRED ANTERIOR, USANDO O PADRAO"
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           DISPLAY "LIMITES CARREGADOS... " WRK-QTD-CARREGADOS.
           IF WRK-QTD-DUPLICADOS GREATER ZEROS
               DISPLAY "REGISTROS DUPLICADOS (FICA O ULTIMO)... "
                   WRK-QTD-DUPLICADOS
           END-IF.

       0115-LER-LIMCRED SECTION.
           READ LIMCRED
               AT END
                   SET FIM-LIMCRED TO TRUE
           END-READ.
           IF NOT FIM-LIMCRED AND FS-LIMCRED NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0120-CARREGA-LIMITE SECTION.
           ADD 1 TO WRK-QTD-CARREGADOS.
           IF LIM-CLIENTE EQUAL ZEROS
               MOVE LIM-VALOR TO WRK-LIMITE-PADRAO
           END-IF.
           MOVE LIM-CLIENTE TO WRK-ID-PROCURADO.
           PERFORM 0280-PROCURA-LIMITE.
           IF ACHOU-LIMITE
               MOVE LIM-VALOR TO WRK-LIM-VALOR (WRK-SUB-ACHADO)
               ADD 1 TO WRK-QTD-DUPLICADOS
           ELSE
               PERFORM 0285-NOVA-ENTRADA
               MOVE LIM-VALOR TO WRK-LIM-VALOR (WRK-QTD-LIMITES)
           END-IF.
           PERFORM 0115-LER-LIMCRED.

       0200-PROCESS SECTION.
           PERFORM 0220-PROCESSA-TRANSACAO UNTIL FIM-TRANFUS.

       0210-LER-TRANFUS SECTION.
           READ TRANFUS
               AT END
                   SET FIM-TRANFUS TO TRUE
           END-READ.
           IF NOT FIM-TRANFUS AND FS-TRANFUS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0220-PROCESSA-TRANSACAO SECTION.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE ZEROS TO WRK-MOTIVO-REJEITO.
           MOVE SPACES TO WRK-NOME-SOBREVIVENTE.
           MOVE SPACES TO WRK-NOME-RETIRADO.
           PERFORM 0225-VALIDA-FUSAO.
           IF WRK-MOTIVO-REJEITO EQUAL ZEROS
               PERFORM 0230-CARREGA-PEDIDOS
           END-IF.
           IF WRK-MOTIVO-REJEITO EQUAL ZEROS
               PERFORM 0235-CARREGA-TITULOS
           END-IF.
           IF WRK-MOTIVO-REJEITO EQUAL ZEROS
               PERFORM 0240-APLICA-FUSAO
           ELSE
               PERFORM 0290-GRAVA-REJEITO
           END-IF.
           PERFORM 0210-LER-TRANFUS.

       0225-VALIDA-FUSAO SECTION.
           IF TFU-ID-SOBREVIVENTE IS NOT NUMERIC
                   OR TFU-ID-RETIRADO IS NOT NUMERIC
               MOVE 05 TO WRK-MOTIVO-REJEITO
           ELSE
               IF TFU-ID-SOBREVIVENTE EQUAL ZEROS
                       OR TFU-ID-RETIRADO EQUAL ZEROS
                       OR TFU-ID-SOBREVIVENTE EQUAL TFU-ID-RETIRADO
                   MOVE 05 TO WRK-MOTIVO-REJEITO
               END-IF
           END-IF.
           IF WRK-MOTIVO-REJEITO EQUAL ZEROS
               MOVE TFU-ID-SOBREVIVENTE TO REG-ID
               READ CLIENTES
                   INVALID KEY
                       MOVE 01 TO WRK-MOTIVO-REJEITO
                   NOT INVALID KEY
                       MOVE REG-NOME TO WRK-NOME-SOBREVIVENTE
                       IF REG-CANCELADO
                           MOVE 03 TO WRK-MOTIVO-REJEITO
                       END-IF
               END-READ
           END-IF.
           IF WRK-MOTIVO-REJEITO EQUAL ZEROS
               MOVE TFU-ID-RETIRADO TO REG-ID
               READ CLIENTES
                   INVALID KEY
                       MOVE 02 TO WRK-MOTIVO-REJEITO
                   NOT INVALID KEY
                       MOVE REG-NOME TO WRK-NOME-RETIRADO
                       IF REG-CANCELADO
                           MOVE 04 TO WRK-MOTIVO-REJEITO
                       END-IF
               END-READ
           END-IF.
           IF WRK-MOTIVO-REJEITO EQUAL ZEROS
               PERFORM 0227-CONFERE-TABELA-LIMITES
           END-IF.

       0227-CONFERE-TABELA-LIMITES SECTION.
           IF WRK-QTD-LIMITES NOT LESS 5000
               MOVE TFU-ID-SOBREVIVENTE TO WRK-ID-PROCURADO
               PERFORM 0280-PROCURA-LIMITE
               IF NOT ACHOU-LIMITE
                   MOVE TFU-ID-RETIRADO TO WRK-ID-PROCURADO
                   PERFORM 0280-PROCURA-LIMITE
                   IF ACHOU-LIMITE
                       IF WRK-LIM-VALOR (WRK-SUB-ACHADO)
                               LESS WRK-LIMITE-PADRAO
                           MOVE 07 TO WRK-MOTIVO-REJEITO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0230-CARREGA-PEDIDOS SECTION.
           MOVE ZEROS TO WRK-QTD-PED-FUSAO.
           MOVE "N" TO WRK-FIM-PEDIDOS.
           MOVE TFU-ID-RETIRADO TO PED-CLIENTE.
           START PEDIDOS KEY IS EQUAL TO PED-CLIENTE
               INVALID KEY
                   SET FIM-PEDIDOS TO TRUE
           END-START.
           IF NOT FIM-PEDIDOS
               PERFORM 0231-LER-PEDIDO
           END-IF.
           PERFORM 0232-GUARDA-PEDIDO UNTIL FIM-PEDIDOS.

       0231-LER-PEDIDO SECTION.
           READ PEDIDOS NEXT RECORD
               AT END
                   SET FIM-PEDIDOS TO TRUE
           END-READ.
           IF NOT FIM-PEDIDOS AND FS-PEDIDOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           IF NOT FIM-PEDIDOS AND PED-CLIENTE NOT EQUAL TFU-ID-RETIRADO
               SET FIM-PEDIDOS TO TRUE
           END-IF.

       0232-GUARDA-PEDIDO SECTION.
           IF WRK-QTD-PED-FUSAO NOT LESS 2000
               MOVE 06 TO WRK-MOTIVO-REJEITO
               SET FIM-PEDIDOS TO TRUE
           ELSE
               ADD 1 TO WRK-QTD-PED-FUSAO
               MOVE PED-NUMERO TO WRK-PFS-NUMERO (WRK-QTD-PED-FUSAO)
               PERFORM 0231-LER-PEDIDO
           END-IF.

       0235-CARREGA-TITULOS SECTION.
           MOVE ZEROS TO WRK-QTD-TIT-FUSAO.
           MOVE "N" TO WRK-FIM-TITULOS.
           IF NOT TEM-TITULOS
               SET FIM-TITULOS TO TRUE
           ELSE
               MOVE TFU-ID-RETIRADO TO TIT-CLIENTE
               START TITULOS KEY IS EQUAL TO TIT-CLIENTE
                   INVALID KEY
                       SET FIM-TITULOS TO TRUE
               END-START
           END-IF.
           IF NOT FIM-TITULOS
               PERFORM 0236-LER-TITULO
           END-IF.
           PERFORM 0237-GUARDA-TITULO UNTIL FIM-TITULOS.

       0236-LER-TITULO SECTION.
           READ TITULOS NEXT RECORD
               AT END
                   SET FIM-TITULOS TO TRUE
           END-READ.
           IF NOT FIM-TITULOS AND FS-TITULOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           IF NOT FIM-TITULOS AND TIT-CLIENTE NOT EQUAL TFU-ID-RETIRADO
               SET FIM-TITULOS TO TRUE
           END-IF.

       0237-GUARDA-TITULO SECTION.
           IF WRK-QTD-TIT-FUSAO NOT LESS 2000
               MOVE 06 TO WRK-MOTIVO-REJEITO
               SET FIM-TITULOS TO TRUE
           ELSE
               ADD 1 TO WRK-QTD-TIT-FUSAO
               MOVE TIT-NUMERO TO WRK-TFS-NUMERO (WRK-QTD-TIT-FUSAO)
               PERFORM 0236-LER-TITULO
           END-IF.

       0240-APLICA-FUSAO SECTION.
           MOVE ZEROS TO WRK-VALOR-PED-FUSAO.
           MOVE ZEROS TO WRK-SALDO-TIT-FUSAO.
           PERFORM 0245-TRANSFERE-PEDIDO
               VARYING WRK-SUB-PEDIDO FROM 1 BY 1
               UNTIL WRK-SUB-PEDIDO GREATER WRK-QTD-PED-FUSAO.
           PERFORM 0248-TRANSFERE-TITULO
               VARYING WRK-SUB-TITULO FROM 1 BY 1
               UNTIL WRK-SUB-TITULO GREATER WRK-QTD-TIT-FUSAO.
           PERFORM 0250-FUNDE-LIMITE.
           PERFORM 0260-FUNDE-OPTOUT.
           PERFORM 0270-CANCELA-RETIRADO.
           ADD 1 TO WRK-QTD-FUNDIDOS.
           PERFORM 0420-RELATA-FUSAO.

       0245-TRANSFERE-PEDIDO SECTION.
           MOVE WRK-PFS-NUMERO (WRK-SUB-PEDIDO) TO PED-NUMERO.
           READ PEDIDOS KEY IS PED-NUMERO
               INVALID KEY
                   PERFORM 9000-TRATA-ERRO
           END-READ.
           MOVE REG-PEDIDOS TO WRK-IMAGEM-ANTES.
           MOVE TFU-ID-SOBREVIVENTE TO PED-CLIENTE.
           REWRITE REG-PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE REG-PEDIDOS TO WRK-IMAGEM-DEPOIS.
           MOVE WRK-DATA-EXECUCAO TO APD-DATA-EXECUCAO.
           MOVE WRK-HORA-EXECUCAO TO APD-HORA-EXECUCAO.
           MOVE "F" TO APD-CODIGO.
           MOVE PED-NUMERO TO APD-NUMERO.
           MOVE TFU-SOLICITANTE TO APD-SOLICITANTE.
           MOVE WRK-IMAGEM-ANTES TO APD-IMAGEM-ANTES.
           MOVE WRK-IMAGEM-DEPOIS TO APD-IMAGEM-DEPOIS.
           WRITE REG-AUDPED.
           IF FS-AUDPED NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE "PEDIDOS" TO WRK-ARQUIVO-AUDITADO.
           MOVE PED-NUMERO TO WRK-CHAVE-AUDITADA.
           PERFORM 0295-GRAVA-AUDITORIA.
           ADD PED-VALOR TO WRK-VALOR-PED-FUSAO.
           ADD 1 TO WRK-QTD-PED-TRANSFERIDOS.

       0248-TRANSFERE-TITULO SECTION.
           MOVE WRK-TFS-NUMERO (WRK-SUB-TITULO) TO TIT-NUMERO.
           READ TITULOS KEY IS TIT-NUMERO
               INVALID KEY
                   PERFORM 9000-TRATA-ERRO
           END-READ.
           MOVE REG-TITULOS TO WRK-IMAGEM-ANTES.
           MOVE TFU-ID-SOBREVIVENTE TO TIT-CLIENTE.
           REWRITE REG-TITULOS.
           IF FS-TITULOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE REG-TITULOS TO WRK-IMAGEM-DEPOIS.
           MOVE "TITULOS" TO WRK-ARQUIVO-AUDITADO.
           MOVE TIT-NUMERO TO WRK-CHAVE-AUDITADA.
           PERFORM 0295-GRAVA-AUDITORIA.
           IF TIT-ABERTO
               ADD TIT-SALDO TO WRK-SALDO-TIT-FUSAO
           END-IF.
           ADD 1 TO WRK-QTD-TIT-TRANSFERIDOS.

       0250-FUNDE-LIMITE SECTION.
           MOVE ZEROS TO WRK-LIMITE-RETIRADO.
           MOVE TFU-ID-RETIRADO TO WRK-ID-PROCURADO.
           PERFORM 0280-PROCURA-LIMITE.
           IF ACHOU-LIMITE
               MOVE WRK-SUB-ACHADO TO WRK-SUB-RETIRADO
               MOVE WRK-LIM-VALOR (WRK-SUB-ACHADO)
                   TO WRK-LIMITE-RETIRADO
           END-IF.
           MOVE TFU-ID-SOBREVIVENTE TO WRK-ID-PROCURADO.
           PERFORM 0280-PROCURA-LIMITE.
           IF ACHOU-LIMITE
               MOVE WRK-LIM-VALOR (WRK-SUB-ACHADO) TO WRK-LIMITE-ANTES
           ELSE
               MOVE WRK-LIMITE-PADRAO TO WRK-LIMITE-ANTES
           END-IF.
           MOVE WRK-LIMITE-ANTES TO WRK-LIMITE-DEPOIS.
           IF WRK-SUB-RETIRADO EQUAL ZEROS
               MOVE "RETIRADO SEM LIMITE PROPRIO"
                   TO WRK-SITUACAO-LIMITE
           ELSE
               IF WRK-LIMITE-RETIRADO LESS WRK-LIMITE-ANTES
                   PERFORM 0255-HERDA-LIMITE
                   MOVE "ASSUMIDO O DO RETIRADO"
                       TO WRK-SITUACAO-LIMITE
                   ADD 1 TO WRK-QTD-LIMITES-AJUSTADOS
               ELSE
                   MOVE "MANTIDO O DO SOBREVIVENTE"
                       TO WRK-SITUACAO-LIMITE
               END-IF
               PERFORM 0258-EXCLUI-LIMITE-RETIRADO
           END-IF.
           MOVE ZEROS TO WRK-SUB-RETIRADO.

       0255-HERDA-LIMITE SECTION.
           MOVE WRK-LIMITE-RETIRADO TO WRK-LIMITE-DEPOIS.
           MOVE TFU-ID-SOBREVIVENTE TO WRK-ID-HISTORICO.
           MOVE WRK-LIMITE-RETIRADO TO WRK-VALOR-NOVO.
           MOVE TFU-ID-SOBREVIVENTE TO ILM-CLIENTE.
           IF ACHOU-LIMITE
               MOVE "C" TO WRK-CODIGO-HISTORICO
               MOVE WRK-LIM-VALOR (WRK-SUB-ACHADO) TO WRK-VALOR-ANTERIOR
               MOVE WRK-VALOR-ANTERIOR TO ILM-VALOR
               MOVE WRK-IMAGEM-LIMITE TO WRK-IMAGEM-ANTES
               MOVE WRK-LIMITE-RETIRADO
                   TO WRK-LIM-VALOR (WRK-SUB-ACHADO)
           ELSE
               MOVE "A" TO WRK-CODIGO-HISTORICO
               MOVE ZEROS TO WRK-VALOR-ANTERIOR
               MOVE SPACES TO WRK-IMAGEM-ANTES
               PERFORM 0285-NOVA-ENTRADA
               MOVE WRK-LIMITE-RETIRADO
                   TO WRK-LIM-VALOR (WRK-QTD-LIMITES)
           END-IF.
           MOVE WRK-LIMITE-RETIRADO TO ILM-VALOR.
           MOVE WRK-IMAGEM-LIMITE TO WRK-IMAGEM-DEPOIS.
           PERFORM 0265-GRAVA-HISTORICO.

       0258-EXCLUI-LIMITE-RETIRADO SECTION.
           SET LIMITE-EXCLUIDO (WRK-SUB-RETIRADO) TO TRUE.
           MOVE "D" TO WRK-CODIGO-HISTORICO.
           MOVE TFU-ID-RETIRADO TO WRK-ID-HISTORICO.
           MOVE WRK-LIMITE-RETIRADO TO WRK-VALOR-ANTERIOR.
           MOVE ZEROS TO WRK-VALOR-NOVO.
           MOVE TFU-ID-RETIRADO TO ILM-CLIENTE.
           MOVE WRK-LIMITE-RETIRADO TO ILM-VALOR.
           MOVE WRK-IMAGEM-LIMITE TO WRK-IMAGEM-ANTES.
           MOVE SPACES TO WRK-IMAGEM-DEPOIS.
           PERFORM 0265-GRAVA-HISTORICO.

       0260-FUNDE-OPTOUT SECTION.
           MOVE "N" TO WRK-OPTOUT-RETIRADO.
           MOVE TFU-ID-RETIRADO TO SUP-ID.
           READ SUPMKT
               INVALID KEY
                   MOVE "RETIRADO SEM OPT-OUT"
                       TO WRK-SITUACAO-OPTOUT
               NOT INVALID KEY
                   SET OPTOUT-RETIRADO TO TRUE
                   MOVE SUP-DATA-OPTOUT TO WRK-DATA-OPTOUT
           END-READ.
           IF OPTOUT-RETIRADO
               MOVE TFU-ID-SOBREVIVENTE TO SUP-ID
               READ SUPMKT
                   INVALID KEY
                       PERFORM 0262-HERDA-OPTOUT
                   NOT INVALID KEY
                       MOVE "SOBREVIVENTE JA TINHA OPT-OUT"
                           TO WRK-SITUACAO-OPTOUT
               END-READ
           END-IF.

       0262-HERDA-OPTOUT SECTION.
           MOVE TFU-ID-SOBREVIVENTE TO SUP-ID.
           MOVE WRK-DATA-OPTOUT TO SUP-DATA-OPTOUT.
           WRITE REG-SUPMKT.
           IF FS-SUPMKT NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES TO WRK-IMAGEM-ANTES.
           MOVE REG-SUPMKT TO WRK-IMAGEM-DEPOIS.
           MOVE "SUPMKT" TO WRK-ARQUIVO-AUDITADO.
           MOVE SUP-ID TO WRK-CHAVE-AUDITADA.
           PERFORM 0295-GRAVA-AUDITORIA.
           MOVE "OPT-OUT DO RETIRADO PASSOU AO SOBREVIVENTE"
               TO WRK-SITUACAO-OPTOUT.
           ADD 1 TO WRK-QTD-OPTOUTS-HERDADOS.

       0265-GRAVA-HISTORICO SECTION.
           MOVE WRK-DATA-EXECUCAO TO HLM-DATA-EXECUCAO.
           MOVE WRK-HORA-EXECUCAO TO HLM-HORA-EXECUCAO.
           MOVE WRK-CODIGO-HISTORICO TO HLM-CODIGO.
           MOVE WRK-ID-HISTORICO TO HLM-CLIENTE.
           MOVE WRK-VALOR-ANTERIOR TO HLM-VALOR-ANTERIOR.
           MOVE WRK-VALOR-NOVO TO HLM-VALOR-NOVO.
           MOVE TFU-SOLICITANTE TO HLM-SOLICITANTE.
           WRITE REG-HISLIM.
           IF FS-HISLIM NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           SET LIMCRED-ALTERADO TO TRUE.
           MOVE "LIMCRED" TO WRK-ARQUIVO-AUDITADO.
           MOVE WRK-ID-HISTORICO TO WRK-CHAVE-AUDITADA.
           PERFORM 0295-GRAVA-AUDITORIA.

       0270-CANCELA-RETIRADO SECTION.
           MOVE TFU-ID-RETIRADO TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   PERFORM 9000-TRATA-ERRO
           END-READ.
           MOVE REG-CLIENTES TO WRK-IMAGEM-ANTES.
           SET REG-CANCELADO TO TRUE.
           REWRITE REG-CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE REG-CLIENTES TO WRK-IMAGEM-DEPOIS.
           MOVE WRK-DATA-EXECUCAO TO AUD-DATA-EXECUCAO.
           MOVE WRK-HORA-EXECUCAO TO AUD-HORA-EXECUCAO.
           MOVE "X" TO AUD-CODIGO.
           MOVE REG-ID TO AUD-ID.
           MOVE WRK-IMAGEM-ANTES TO AUD-IMAGEM-ANTES.
           MOVE WRK-IMAGEM-DEPOIS TO AUD-IMAGEM-DEPOIS.
           MOVE "FUSAO" TO AUD-ORIGEM.
           WRITE REG-AUDCLI.
           IF FS-AUDCLI NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE "CLIENTES" TO WRK-ARQUIVO-AUDITADO.
           MOVE REG-ID TO WRK-CHAVE-AUDITADA.
           PERFORM 0295-GRAVA-AUDITORIA.

       0280-PROCURA-LIMITE SECTION.
           MOVE "N" TO WRK-ACHOU-LIMITE.
           MOVE ZEROS TO WRK-SUB-ACHADO.
           PERFORM 0282-TESTA-LIMITE
               VARYING WRK-SUB-LIMITE FROM 1 BY 1
               UNTIL WRK-SUB-LIMITE GREATER WRK-QTD-LIMITES
               OR ACHOU-LIMITE.

       0282-TESTA-LIMITE SECTION.
           IF WRK-LIM-CLIENTE (WRK-SUB-LIMITE) EQUAL WRK-ID-PROCURADO
                   AND NOT LIMITE-EXCLUIDO (WRK-SUB-LIMITE)
               MOVE WRK-SUB-LIMITE TO WRK-SUB-ACHADO
               SET ACHOU-LIMITE TO TRUE
           END-IF.

       0285-NOVA-ENTRADA SECTION.
           IF WRK-QTD-LIMITES NOT LESS 5000
               PERFORM 9100-TABELA-CHEIA
           END-IF.
           ADD 1 TO WRK-QTD-LIMITES.
           MOVE WRK-ID-PROCURADO TO WRK-LIM-CLIENTE (WRK-QTD-LIMITES).
           MOVE ZEROS TO WRK-LIM-VALOR (WRK-QTD-LIMITES).
           MOVE "A" TO WRK-LIM-SITUACAO (WRK-QTD-LIMITES).

       0290-GRAVA-REJEITO SECTION.
           DISPLAY "FUSAO RECUSADA (" WRK-MOTIVO-REJEITO "): "
               TFU-ID-SOBREVIVENTE " <- " TFU-ID-RETIRADO.
           ADD 1 TO WRK-QTD-ERROS.
           MOVE REG-TRANFUS TO RFU-TRANSACAO.
           MOVE WRK-MOTIVO-REJEITO TO RFU-MOTIVO.
           WRITE REG-REJFUS.
           IF FS-REJFUS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0420-RELATA-FUSAO.

       0295-GRAVA-AUDITORIA SECTION.
           MOVE WRK-DATA-EXECUCAO TO AFU-DATA-EXECUCAO.
           MOVE WRK-HORA-EXECUCAO TO AFU-HORA-EXECUCAO.
           MOVE TFU-ID-SOBREVIVENTE TO AFU-SOBREVIVENTE.
           MOVE TFU-ID-RETIRADO TO AFU-RETIRADO.
           MOVE TFU-SOLICITANTE TO AFU-SOLICITANTE.
           MOVE WRK-ARQUIVO-AUDITADO TO AFU-ARQUIVO.
           MOVE WRK-CHAVE-AUDITADA TO AFU-CHAVE.
           MOVE WRK-IMAGEM-ANTES TO AFU-IMAGEM-ANTES.
           MOVE WRK-IMAGEM-DEPOIS TO AFU-IMAGEM-DEPOIS.
           WRITE REG-AUDFUS.
           IF FS-AUDFUS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           ADD 1 TO WRK-QTD-AUDITADOS.

       0300-FINISH SECTION.
           PERFORM 0310-REGRAVA-LIMCRED.
           PERFORM 0430-RELATA-TOTAIS.
           DISPLAY "TOTAL LIDOS...         " WRK-QTD-LIDOS.
           DISPLAY "TOTAL FUNDIDOS...      " WRK-QTD-FUNDIDOS.
           DISPLAY "TOTAL COM ERRO...      " WRK-QTD-ERROS.
           DISPLAY "PEDIDOS TRANSFERIDOS.. " WRK-QTD-PED-TRANSFERIDOS.
           DISPLAY "TITULOS TRANSFERIDOS.. " WRK-QTD-TIT-TRANSFERIDOS.
           DISPLAY "LIMITES AJUSTADOS...   " WRK-QTD-LIMITES-AJUSTADOS.
           DISPLAY "OPT-OUTS HERDADOS...   " WRK-QTD-OPTOUTS-HERDADOS.
           DISPLAY "TOTAL AUDITADOS...     " WRK-QTD-AUDITADOS.
           DISPLAY "TOTAL PAGINAS...       " WRK-PAGINA.
           PERFORM 0340-GRAVA-CONTROLE.
           DISPLAY "FIM DE PROGRAMA".
           PERFORM 0320-FECHA-ARQUIVOS.

       0310-REGRAVA-LIMCRED SECTION.
           SET REGRAVANDO-LIMCRED TO TRUE.
           OPEN OUTPUT LIMCRED.
           IF FS-LIMCRED NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0315-GRAVA-LIMITE
               VARYING WRK-SUB-LIMITE FROM 1 BY 1
               UNTIL WRK-SUB-LIMITE GREATER WRK-QTD-LIMITES.
           CLOSE LIMCRED.

       0315-GRAVA-LIMITE SECTION.
           IF NOT LIMITE-EXCLUIDO (WRK-SUB-LIMITE)
               MOVE WRK-LIM-CLIENTE (WRK-SUB-LIMITE) TO LIM-CLIENTE
               MOVE WRK-LIM-VALOR (WRK-SUB-LIMITE) TO LIM-VALOR
               WRITE REG-LIMCRED
               IF FS-LIMCRED NOT EQUAL ZEROS
                   PERFORM 9000-TRATA-ERRO
               END-IF
               ADD 1 TO WRK-QTD-REGRAVADOS
           END-IF.

       0340-GRAVA-CONTROLE SECTION.
           OPEN EXTEND CTLRUN.
           IF FS-CTLRUN EQUAL 35
               OPEN OUTPUT CTLRUN
           END-IF.
           IF FS-CTLRUN NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES TO REG-CTLRUN.
           MOVE "ARQ030" TO CTL-PROGRAMA.
           MOVE WRK-DATA-EXECUCAO TO CTL-DATA-MOVIMENTO.
           MOVE WRK-DATA-EXECUCAO TO CTL-DATA-EXECUCAO.
           MOVE WRK-HORA-EXECUCAO TO CTL-HORA-EXECUCAO.
           MOVE WRK-QTD-LIDOS TO CTL-QTD-ENTRADA.
           MOVE WRK-QTD-FUNDIDOS TO CTL-QTD-SAIDA.
           MOVE WRK-QTD-ERROS TO CTL-QTD-REJEITADOS.
           MOVE RETURN-CODE TO CTL-RETURN-CODE.
           WRITE REG-CTLRUN.
           IF FS-CTLRUN NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           CLOSE CTLRUN.

       0320-FECHA-ARQUIVOS SECTION.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           IF TEM-TITULOS
               CLOSE TITULOS
           END-IF.
           CLOSE SUPMKT.
           CLOSE TRANFUS.
           CLOSE AUDCLI.
           CLOSE AUDPED.
           CLOSE HISLIM.
           CLOSE AUDFUS.
           CLOSE REJFUS.
           CLOSE RELFUS.

       0400-CABECALHO SECTION.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO CAB-PAGINA.
           MOVE WRK-CABEC1 TO REG-RELFUS.
           WRITE REG-RELFUS.
           IF FS-RELFUS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE WRK-CABEC2 TO REG-RELFUS.
           WRITE REG-RELFUS.
           IF FS-RELFUS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES TO REG-RELFUS.
           WRITE REG-RELFUS.
           IF FS-RELFUS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE 3 TO WRK-LINHA-ATUAL.

       0410-GRAVA-LINHA SECTION.
           IF WRK-LINHA-ATUAL GREATER WRK-LIMITE-LINHAS
               MOVE REG-RELFUS TO WRK-LINHA-PENDENTE
               PERFORM 0400-CABECALHO
               MOVE WRK-LINHA-PENDENTE TO REG-RELFUS
           END-IF.
           WRITE REG-RELFUS.
           IF FS-RELFUS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           ADD 1 TO WRK-LINHA-ATUAL.

       0420-RELATA-FUSAO SECTION.
           MOVE TFU-ID-SOBREVIVENTE TO FUS-SOBREVIVENTE.
           MOVE WRK-NOME-SOBREVIVENTE TO FUS-NOME-SOBREVIVENTE.
           MOVE TFU-ID-RETIRADO TO FUS-RETIRADO.
           MOVE WRK-NOME-RETIRADO TO FUS-NOME-RETIRADO.
           MOVE TFU-SOLICITANTE TO FUS-SOLICITANTE.
           MOVE SPACES TO FUS-RESULTADO.
           IF WRK-MOTIVO-REJEITO EQUAL ZEROS
               MOVE "FUNDIDO - RETIRADO CANCELADO" TO FUS-RESULTADO
           ELSE
               STRING "RECUSADA - "
                   DELIMITED BY SIZE
                   WRK-DESC-MOTIVO (WRK-MOTIVO-REJEITO)
                   DELIMITED BY SIZE
                   INTO FUS-RESULTADO
               END-STRING
           END-IF.
           MOVE WRK-LINHA-FUSAO TO REG-RELFUS.
           PERFORM 0410-GRAVA-LINHA.
           IF WRK-MOTIVO-REJEITO EQUAL ZEROS
               PERFORM 0425-RELATA-DETALHES
           END-IF.
           MOVE SPACES TO REG-RELFUS.
           PERFORM 0410-GRAVA-LINHA.

       0425-RELATA-DETALHES SECTION.
           MOVE "PEDIDOS TRANSFERIDOS......" TO TRF-DESCRICAO.
           MOVE WRK-QTD-PED-FUSAO TO TRF-QTD.
           MOVE "VALOR TOTAL:" TO TRF-ROTULO.
           MOVE WRK-VALOR-PED-FUSAO TO TRF-VALOR.
           MOVE WRK-LINHA-TRANSFERENCIA TO REG-RELFUS.
           PERFORM 0410-GRAVA-LINHA.
           MOVE "TITULOS TRANSFERIDOS......" TO TRF-DESCRICAO.
           MOVE WRK-QTD-TIT-FUSAO TO TRF-QTD.
           MOVE "SALDO EM ABERTO:" TO TRF-ROTULO.
           MOVE WRK-SALDO-TIT-FUSAO TO TRF-VALOR.
           MOVE WRK-LINHA-TRANSFERENCIA TO REG-RELFUS.
           PERFORM 0410-GRAVA-LINHA.
           MOVE WRK-LIMITE-RETIRADO TO LMF-RETIRADO.
           MOVE WRK-LIMITE-ANTES TO LMF-ANTES.
           MOVE WRK-LIMITE-DEPOIS TO LMF-DEPOIS.
           MOVE WRK-SITUACAO-LIMITE TO LMF-SITUACAO.
           MOVE WRK-LINHA-LIMITE TO REG-RELFUS.
           PERFORM 0410-GRAVA-LINHA.
           MOVE "OPT-OUT DE MARKETING......" TO SIT-DESCRICAO.
           MOVE WRK-SITUACAO-OPTOUT TO SIT-SITUACAO.
           MOVE WRK-LINHA-SITUACAO TO REG-RELFUS.
           PERFORM 0410-GRAVA-LINHA.

       0430-RELATA-TOTAIS SECTION.
           MOVE SPACES TO REG-RELFUS.
           PERFORM 0410-GRAVA-LINHA.
           MOVE "TRANSACOES DE FUSAO LIDAS..............." TO
               TOT-DESCRICAO.
           MOVE WRK-QTD-LIDOS TO TOT-QTD.
           MOVE WRK-LINHA-TOTAL TO REG-RELFUS.
           PERFORM 0410-GRAVA-LINHA.
           MOVE "FUSOES APLICADAS........................" TO
               TOT-DESCRICAO.
           MOVE WRK-QTD-FUNDIDOS TO TOT-QTD.
           MOVE WRK-LINHA-TOTAL TO REG-RELFUS.
           PERFORM 0410-GRAVA-LINHA.
           MOVE "FUSOES RECUSADAS (REJFUS.TXT)..........." TO
               TOT-DESCRICAO.
           MOVE WRK-QTD-ERROS TO TOT-QTD.
           MOVE WRK-LINHA-TOTAL TO REG-RELFUS.
           PERFORM 0410-GRAVA-LINHA.
           MOVE "PEDIDOS TRANSFERIDOS...................." TO
               TOT-DESCRICAO.
           MOVE WRK-QTD-PED-TRANSFERIDOS TO TOT-QTD.
           MOVE WRK-LINHA-TOTAL TO REG-RELFUS.
           PERFORM 0410-GRAVA-LINHA.
           MOVE "TITULOS TRANSFERIDOS...................." TO
               TOT-DESCRICAO.
           MOVE WRK-QTD-TIT-TRANSFERIDOS TO TOT-QTD.
           MOVE WRK-LINHA-TOTAL TO REG-RELFUS.
           PERFORM 0410-GRAVA-LINHA.
           MOVE "LIMITES ASSUMIDOS DO RETIRADO..........." TO
               TOT-DESCRICAO.
           MOVE WRK-QTD-LIMITES-AJUSTADOS TO TOT-QTD.
           MOVE WRK-LINHA-TOTAL TO REG-RELFUS.
           PERFORM 0410-GRAVA-LINHA.
           MOVE "OPT-OUTS PASSADOS AO SOBREVIVENTE......." TO
               TOT-DESCRICAO.
           MOVE WRK-QTD-OPTOUTS-HERDADOS TO TOT-QTD.
           MOVE WRK-LINHA-TOTAL TO REG-RELFUS.
           PERFORM 0410-GRAVA-LINHA.
           MOVE "IMAGENS GRAVADAS NO AUDFUS.TXT.........." TO
               TOT-DESCRICAO.
           MOVE WRK-QTD-AUDITADOS TO TOT-QTD.
           MOVE WRK-LINHA-TOTAL TO REG-RELFUS.
           PERFORM 0410-GRAVA-LINHA.

       9100-TABELA-CHEIA SECTION.
           DISPLAY "TABELA DE LIMITES CHEIA (5000), LIMCRED NAO "
               "REGRAVADO".
           MOVE 12 TO RETURN-CODE.
           PERFORM 0320-FECHA-ARQUIVOS.
           GOBACK.

       9000-TRATA-ERRO SECTION.
           MOVE "ERRO NAO TRATADO EM ARQ030" TO WRK-MSG-ERRO.
           DISPLAY "FILE STATUS CLIENTES... " FS-CLIENTES.
           DISPLAY "FILE STATUS PEDIDOS...  " FS-PEDIDOS.
           DISPLAY "FILE STATUS TITULOS...  " FS-TITULOS.
           DISPLAY "FILE STATUS SUPMKT...   " FS-SUPMKT.
           DISPLAY "FILE STATUS LIMCRED...  " FS-LIMCRED.
           DISPLAY "FILE STATUS TRANFUS...  " FS-TRANFUS.
           DISPLAY "FILE STATUS AUDCLI...   " FS-AUDCLI.
           DISPLAY "FILE STATUS AUDPED...   " FS-AUDPED.
           DISPLAY "FILE STATUS HISLIM...   " FS-HISLIM.
           DISPLAY "FILE STATUS AUDFUS...   " FS-AUDFUS.
           DISPLAY "FILE STATUS REJFUS...   " FS-REJFUS.
           DISPLAY "FILE STATUS RELFUS...   " FS-RELFUS.
           DISPLAY "FILE STATUS CTLRUN...   " FS-CTLRUN.
           DISPLAY WRK-MSG-ERRO.
           MOVE 12 TO RETURN-CODE.
           IF LIMCRED-ALTERADO AND NOT REGRAVANDO-LIMCRED
               DISPLAY "LIMCRED REGRAVADO COM AS ALTERACOES JA "
                   "GRAVADAS NO HISLIM"
               PERFORM 0310-REGRAVA-LIMCRED
           END-IF.
           GOBACK.
