      *==            INFORMADO NO ARQUIVO DE PARAMETRO PARM.TXT, NO
      *==            MESMO LAYOUT DA CONSULTA UNICA DO ARQ002; AS
      *==            OCORRENCIAS SAEM NA ORDEM EM QUE FORAM GRAVADAS
      *=================================================================
      *== MANUTENCAO
      *== XX/XX/2026 ***  EXIBE A ORIGEM DA TRANSACAO (AUD-ORIGEM) EM
      *==                 CADA OCORRENCIA; REGISTRO CONVERTIDO SEM
      *==                 ORIGEM E EXIBIDO COMO "SEM ORIGEM"
      *=================================================================

       ENVIRONMENT DIVISION.
           DISPLAY "DATA...         " AUD-DATA-EXECUCAO.
           DISPLAY "HORA...         " AUD-HORA-EXECUCAO.
           DISPLAY "TRANSACAO...    " AUD-CODIGO.
           IF AUD-ORIGEM EQUAL SPACES
               DISPLAY "ORIGEM...       SEM ORIGEM"
           ELSE
               DISPLAY "ORIGEM...       " AUD-ORIGEM
           END-IF.
           IF AUD-IMAGEM-ANTES EQUAL SPACES
               DISPLAY "ANTES...        (INCLUSAO, SEM IMAGEM)"
           ELSE
