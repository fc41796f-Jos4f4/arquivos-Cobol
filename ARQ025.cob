       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ025.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: MANUTENCAO DO ARQUIVO DE LIMITE DE CREDITO
      *==            LIMCRED.TXT (LIMWS01) A PARTIR DE UM ARQUIVO DE
      *==            TRANSACOES (TRANLIM.TXT, LAYOUT TLMWS01):
      *==            INCLUSAO ("A"), ALTERACAO ("C") E EXCLUSAO ("D")
      *==            DO LIMITE DE UM CLIENTE; O LIMITE PADRAO
      *==            (LIM-CLIENTE ZERADO) SO E INCLUIDO OU ALTERADO.
      *==            NA INCLUSAO E NA ALTERACAO O CLIENTE PRECISA
      *==            EXISTIR NO CLIENTES.TXT E NAO ESTAR CANCELADO; A
      *==            EXCLUSAO E ACEITA PARA CLIENTE CANCELADO OU JA
      *==            EXCLUIDO, PARA LIMPAR LIMITE QUE FICOU SEM DONO.
      *==            O LIMCRED.TXT E SEQUENCIAL: E CARREGADO EM TABELA,
      *==            ATUALIZADO E REGRAVADO NO FIM DA RODADA, OU NO
      *==            ENCERRAMENTO POR ERRO QUANDO JA HA MANUTENCAO
      *==            GRAVADA NO HISLIM, PARA OS DOIS NAO DIVERGIREM
      *==            (REGISTRO DUPLICADO DE UM MESMO CLIENTE FICA COM O
      *==            ULTIMO VALOR, COMO O ARQ008 JA CONSIDERAVA).
      *==            TRANSACOES RECUSADAS VAO PARA O REJLIM.TXT COM O
      *==            MOTIVO (RLMWS01) E TODA MANUTENCAO APLICADA GRAVA
      *==            VALOR ANTERIOR E NOVO NO HISTORICO ACUMULATIVO
      *==            HISLIM.TXT (HLMWS01), CONSULTADO PELO ARQ026
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

           SELECT LIMCRED ASSIGN TO
               "LIMCRED.txt"
               FILE STATUS IS FS-LIMCRED.

           SELECT TRANLIM ASSIGN TO
               "TRANLIM.txt"
               FILE STATUS IS FS-TRANLIM.

           SELECT HISLIM ASSIGN TO
               "HISLIM.txt"
               FILE STATUS IS FS-HISLIM.

           SELECT REJLIM ASSIGN TO
               "REJLIM.txt"
               FILE STATUS IS FS-REJLIM.

           SELECT CTLRUN ASSIGN TO
               "CTLRUN.txt"
               FILE STATUS IS FS-CTLRUN.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIWS01.

       FD LIMCRED.
           COPY LIMWS01.

       FD TRANLIM.
           COPY TLMWS01.

       FD HISLIM.
           COPY HLMWS01.

       FD REJLIM.
           COPY RLMWS01.

       FD CTLRUN.
           COPY CTLWS01.

       WORKING-STORAGE SECTION.
       77 FS-CLIENTES PIC 9(02).
       77 FS-LIMCRED PIC 9(02).
       77 FS-TRANLIM PIC 9(02).
       77 FS-HISLIM PIC 9(02).
       77 FS-REJLIM PIC 9(02).
       77 FS-CTLRUN PIC 9(02).
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-FIM-TRANLIM PIC X(01) VALUE "N".
           88 FIM-TRANLIM VALUE "S".
       77 WRK-FIM-LIMCRED PIC X(01) VALUE "N".
           88 FIM-LIMCRED VALUE "S".
       77 WRK-ACHOU-LIMITE PIC X(01) VALUE "N".
           88 ACHOU-LIMITE VALUE "S".
       77 WRK-LIMCRED-ALTERADO PIC X(01) VALUE "N".
           88 LIMCRED-ALTERADO VALUE "S".
       77 WRK-REGRAVANDO-LIMCRED PIC X(01) VALUE "N".
           88 REGRAVANDO-LIMCRED VALUE "S".
       77 WRK-QTD-CARREGADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DUPLICADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-INCLUIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ALTERADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXCLUIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-APLICADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ERROS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REGRAVADOS PIC 9(05) VALUE ZEROS.
       77 WRK-MOTIVO-REJEITO PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-ID-PROCURADO PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-ANTERIOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-NOVO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-LIMITES PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-LIMITE PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-ACHADO PIC 9(05) VALUE ZEROS.
       01 WRK-TABELA-LIMITES.
           05 WRK-LIM-ENTRADA OCCURS 5000 TIMES.
               10 WRK-LIM-CLIENTE PIC 9(07).
               10 WRK-LIM-VALOR PIC 9(09)V99.
               10 WRK-LIM-SITUACAO PIC X(01).
                   88 LIMITE-EXCLUIDO VALUE "E".

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           STOP RUN.

       0100-INICIALIZE SECTION.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT TRANLIM.
           IF FS-TRANLIM NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN EXTEND HISLIM.
           IF FS-HISLIM EQUAL 35
               OPEN OUTPUT HISLIM
           END-IF.
           IF FS-HISLIM NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT REJLIM.
           IF FS-REJLIM NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-EXECUCAO FROM TIME.
           PERFORM 0110-CARREGA-LIMCRED.
           DISPLAY "ARQUIVOS OK".
           PERFORM 0210-LER-TRANLIM.

       0110-CARREGA-LIMCRED SECTION.
           MOVE ZEROS TO WRK-TABELA-LIMITES.
           OPEN INPUT LIMCRED.
           EVALUATE FS-LIMCRED
               WHEN ZEROS
                   PERFORM 0115-LER-LIMCRED
                   PERFORM 0120-CARREGA-LIMITE UNTIL FIM-LIMCRED
                   CLOSE LIMCRED
               WHEN 35
                   DISPLAY "SEM LIMCRED ANTERIOR, ARQUIVO SERA CRIADO"
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
           MOVE LIM-CLIENTE TO WRK-ID-PROCURADO.
           PERFORM 0250-PROCURA-LIMITE.
           IF ACHOU-LIMITE
               MOVE LIM-VALOR TO WRK-LIM-VALOR (WRK-SUB-ACHADO)
               ADD 1 TO WRK-QTD-DUPLICADOS
           ELSE
               PERFORM 0255-NOVA-ENTRADA
               MOVE LIM-VALOR TO WRK-LIM-VALOR (WRK-QTD-LIMITES)
           END-IF.
           PERFORM 0115-LER-LIMCRED.

       0200-PROCESS SECTION.
           PERFORM 0220-PROCESSA-TRANSACAO UNTIL FIM-TRANLIM.

       0210-LER-TRANLIM SECTION.
           READ TRANLIM
               AT END
                   SET FIM-TRANLIM TO TRUE
           END-READ.
           IF NOT FIM-TRANLIM AND FS-TRANLIM NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0220-PROCESSA-TRANSACAO SECTION.
           ADD 1 TO WRK-QTD-LIDOS.
           EVALUATE TRUE
               WHEN NOT TLM-INCLUIR AND NOT TLM-ALTERAR
                       AND NOT TLM-EXCLUIR
                   DISPLAY "CODIGO DE TRANSACAO INVALIDO: " TLM-CODIGO
                   MOVE 03 TO WRK-MOTIVO-REJEITO
                   PERFORM 0280-GRAVA-REJEITO
               WHEN TLM-CLIENTE IS NOT NUMERIC
                   DISPLAY "CLIENTE INVALIDO, TRANSACAO IGNORADA: "
                       TLM-CLIENTE
                   MOVE 01 TO WRK-MOTIVO-REJEITO
                   PERFORM 0280-GRAVA-REJEITO
               WHEN TLM-EXCLUIR AND TLM-CLIENTE EQUAL ZEROS
                   DISPLAY "LIMITE PADRAO NAO PODE SER EXCLUIDO"
                   MOVE 07 TO WRK-MOTIVO-REJEITO
                   PERFORM 0280-GRAVA-REJEITO
               WHEN TLM-EXCLUIR
                   PERFORM 0240-LOCALIZA-LIMITE
               WHEN TLM-VALOR IS NOT NUMERIC
                   DISPLAY "VALOR DE LIMITE INVALIDO, TRANSACAO "
                       "IGNORADA: " TLM-CLIENTE
                   MOVE 06 TO WRK-MOTIVO-REJEITO
                   PERFORM 0280-GRAVA-REJEITO
               WHEN TLM-CLIENTE EQUAL ZEROS
                   PERFORM 0240-LOCALIZA-LIMITE
               WHEN OTHER
                   PERFORM 0230-VALIDA-CLIENTE
           END-EVALUATE.
           PERFORM 0210-LER-TRANLIM.

       0230-VALIDA-CLIENTE SECTION.
           MOVE TLM-CLIENTE TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE INEXISTENTE, TRANSACAO IGNORADA: "
                       TLM-CLIENTE
                   MOVE 01 TO WRK-MOTIVO-REJEITO
                   PERFORM 0280-GRAVA-REJEITO
               NOT INVALID KEY
                   IF REG-CANCELADO
                       DISPLAY "CLIENTE CANCELADO, TRANSACAO "
                           "IGNORADA: " TLM-CLIENTE
                       MOVE 02 TO WRK-MOTIVO-REJEITO
                       PERFORM 0280-GRAVA-REJEITO
                   ELSE
                       PERFORM 0240-LOCALIZA-LIMITE
                   END-IF
           END-READ.

       0240-LOCALIZA-LIMITE SECTION.
           MOVE TLM-CLIENTE TO WRK-ID-PROCURADO.
           PERFORM 0250-PROCURA-LIMITE.
           EVALUATE TRUE
               WHEN TLM-INCLUIR AND ACHOU-LIMITE
                   DISPLAY "LIMITE JA CADASTRADO, INCLUSAO IGNORADA: "
                       TLM-CLIENTE
                   MOVE 04 TO WRK-MOTIVO-REJEITO
                   PERFORM 0280-GRAVA-REJEITO
               WHEN NOT TLM-INCLUIR AND NOT ACHOU-LIMITE
                   DISPLAY "LIMITE NAO CADASTRADO, TRANSACAO "
                       "IGNORADA: " TLM-CLIENTE
                   MOVE 05 TO WRK-MOTIVO-REJEITO
                   PERFORM 0280-GRAVA-REJEITO
               WHEN TLM-INCLUIR AND WRK-QTD-LIMITES NOT LESS 5000
                   DISPLAY "TABELA DE LIMITES CHEIA (5000), INCLUSAO "
                       "IGNORADA: " TLM-CLIENTE
                   MOVE 08 TO WRK-MOTIVO-REJEITO
                   PERFORM 0280-GRAVA-REJEITO
               WHEN TLM-INCLUIR
                   PERFORM 0260-INCLUI-LIMITE
               WHEN TLM-ALTERAR
                   PERFORM 0264-ALTERA-LIMITE
               WHEN TLM-EXCLUIR
                   PERFORM 0268-EXCLUI-LIMITE
           END-EVALUATE.

       0250-PROCURA-LIMITE SECTION.
           MOVE "N" TO WRK-ACHOU-LIMITE.
           MOVE ZEROS TO WRK-SUB-ACHADO.
           PERFORM 0252-TESTA-LIMITE
               VARYING WRK-SUB-LIMITE FROM 1 BY 1
               UNTIL WRK-SUB-LIMITE GREATER WRK-QTD-LIMITES
               OR ACHOU-LIMITE.

       0252-TESTA-LIMITE SECTION.
           IF WRK-LIM-CLIENTE (WRK-SUB-LIMITE) EQUAL WRK-ID-PROCURADO
                   AND NOT LIMITE-EXCLUIDO (WRK-SUB-LIMITE)
               MOVE WRK-SUB-LIMITE TO WRK-SUB-ACHADO
               SET ACHOU-LIMITE TO TRUE
           END-IF.

       0255-NOVA-ENTRADA SECTION.
           IF WRK-QTD-LIMITES NOT LESS 5000
               PERFORM 9100-TABELA-CHEIA
           END-IF.
           ADD 1 TO WRK-QTD-LIMITES.
           MOVE WRK-ID-PROCURADO TO WRK-LIM-CLIENTE (WRK-QTD-LIMITES).
           MOVE ZEROS TO WRK-LIM-VALOR (WRK-QTD-LIMITES).
           MOVE "A" TO WRK-LIM-SITUACAO (WRK-QTD-LIMITES).

       0260-INCLUI-LIMITE SECTION.
           PERFORM 0255-NOVA-ENTRADA.
           MOVE TLM-VALOR TO WRK-LIM-VALOR (WRK-QTD-LIMITES).
           MOVE ZEROS TO WRK-VALOR-ANTERIOR.
           MOVE TLM-VALOR TO WRK-VALOR-NOVO.
           PERFORM 0270-GRAVA-HISTORICO.
           ADD 1 TO WRK-QTD-INCLUIDOS.

       0264-ALTERA-LIMITE SECTION.
           MOVE WRK-LIM-VALOR (WRK-SUB-ACHADO) TO WRK-VALOR-ANTERIOR.
           MOVE TLM-VALOR TO WRK-LIM-VALOR (WRK-SUB-ACHADO).
           MOVE TLM-VALOR TO WRK-VALOR-NOVO.
           PERFORM 0270-GRAVA-HISTORICO.
           ADD 1 TO WRK-QTD-ALTERADOS.

       0268-EXCLUI-LIMITE SECTION.
           MOVE WRK-LIM-VALOR (WRK-SUB-ACHADO) TO WRK-VALOR-ANTERIOR.
           SET LIMITE-EXCLUIDO (WRK-SUB-ACHADO) TO TRUE.
           MOVE ZEROS TO WRK-VALOR-NOVO.
           PERFORM 0270-GRAVA-HISTORICO.
           ADD 1 TO WRK-QTD-EXCLUIDOS.

       0270-GRAVA-HISTORICO SECTION.
           MOVE WRK-DATA-EXECUCAO TO HLM-DATA-EXECUCAO.
           MOVE WRK-HORA-EXECUCAO TO HLM-HORA-EXECUCAO.
           MOVE TLM-CODIGO TO HLM-CODIGO.
           MOVE TLM-CLIENTE TO HLM-CLIENTE.
           MOVE WRK-VALOR-ANTERIOR TO HLM-VALOR-ANTERIOR.
           MOVE WRK-VALOR-NOVO TO HLM-VALOR-NOVO.
           MOVE TLM-SOLICITANTE TO HLM-SOLICITANTE.
           WRITE REG-HISLIM.
           IF FS-HISLIM NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           SET LIMCRED-ALTERADO TO TRUE.

       0280-GRAVA-REJEITO SECTION.
           ADD 1 TO WRK-QTD-ERROS.
           MOVE REG-TRANLIM TO RLM-TRANSACAO.
           MOVE WRK-MOTIVO-REJEITO TO RLM-MOTIVO.
           WRITE REG-REJLIM.
           IF FS-REJLIM NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0300-FINISH SECTION.
           PERFORM 0310-REGRAVA-LIMCRED.
           COMPUTE WRK-QTD-APLICADOS = WRK-QTD-INCLUIDOS
               + WRK-QTD-ALTERADOS + WRK-QTD-EXCLUIDOS.
           DISPLAY "TOTAL LIDOS...       " WRK-QTD-LIDOS.
           DISPLAY "TOTAL INCLUIDOS...   " WRK-QTD-INCLUIDOS.
           DISPLAY "TOTAL ALTERADOS...   " WRK-QTD-ALTERADOS.
           DISPLAY "TOTAL EXCLUIDOS...   " WRK-QTD-EXCLUIDOS.
           DISPLAY "TOTAL COM ERRO...    " WRK-QTD-ERROS.
           DISPLAY "TOTAL REGRAVADOS...  " WRK-QTD-REGRAVADOS.
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
           MOVE "ARQ025" TO CTL-PROGRAMA.
           MOVE WRK-DATA-EXECUCAO TO CTL-DATA-MOVIMENTO.
           MOVE WRK-DATA-EXECUCAO TO CTL-DATA-EXECUCAO.
           MOVE WRK-HORA-EXECUCAO TO CTL-HORA-EXECUCAO.
           MOVE WRK-QTD-LIDOS TO CTL-QTD-ENTRADA.
           MOVE WRK-QTD-APLICADOS TO CTL-QTD-SAIDA.
           MOVE WRK-QTD-ERROS TO CTL-QTD-REJEITADOS.
           MOVE RETURN-CODE TO CTL-RETURN-CODE.
           WRITE REG-CTLRUN.
           IF FS-CTLRUN NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           CLOSE CTLRUN.

       0320-FECHA-ARQUIVOS SECTION.
           CLOSE CLIENTES.
           CLOSE TRANLIM.
           CLOSE HISLIM.
           CLOSE REJLIM.

       9100-TABELA-CHEIA SECTION.
           DISPLAY "TABELA DE LIMITES CHEIA (5000)".
           MOVE 12 TO RETURN-CODE.
           IF LIMCRED-ALTERADO AND NOT REGRAVANDO-LIMCRED
               DISPLAY "LIMCRED REGRAVADO COM AS ALTERACOES JA "
                   "GRAVADAS NO HISLIM"
               PERFORM 0310-REGRAVA-LIMCRED
           END-IF.
           CLOSE CLIENTES.
           CLOSE TRANLIM.
           CLOSE HISLIM.
           CLOSE REJLIM.
           GOBACK.

       9000-TRATA-ERRO SECTION.
           MOVE "ERRO NAO TRATADO EM ARQ025" TO WRK-MSG-ERRO.
           DISPLAY "FILE STATUS CLIENTES... " FS-CLIENTES.
           DISPLAY "FILE STATUS LIMCRED...  " FS-LIMCRED.
           DISPLAY "FILE STATUS TRANLIM...  " FS-TRANLIM.
           DISPLAY "FILE STATUS HISLIM...   " FS-HISLIM.
           DISPLAY "FILE STATUS REJLIM...   " FS-REJLIM.
           DISPLAY "FILE STATUS CTLRUN...   " FS-CTLRUN.
           DISPLAY WRK-MSG-ERRO.
           MOVE 12 TO RETURN-CODE.
           IF LIMCRED-ALTERADO AND NOT REGRAVANDO-LIMCRED
               DISPLAY "LIMCRED REGRAVADO COM AS ALTERACOES JA "
                   "GRAVADAS NO HISLIM"
               PERFORM 0310-REGRAVA-LIMCRED
           END-IF.
           GOBACK.
