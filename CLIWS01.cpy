      *==                 REGISTRO PASSOU DE 115 PARA 119 BYTES); OS
      *==                 ARQUIVOS EXISTENTES SAO CONVERTIDOS UMA
      *==                 UNICA VEZ PELO ARQ021
      *== XX/XX/2026 ***  CLIENTE CANCELADO HA MAIS TEMPO QUE O PRAZO
      *==                 DE GUARDA (LGPD) E ANONIMIZADO PELO ARQ032:
      *==                 REG-NOME RECEBE "ANONIMIZADO"
      *==                 (REG-ANONIMIZADO) E TELEFONE, EMAIL E
      *==                 ENDERECO FICAM EM BRANCO; REG-ID E
      *==                 REG-STATUS SAO MANTIDOS
      *=================================================================
       01 REG-CLIENTES.
           05 REG-ID             PIC 9(07).
           05 REG-NOME           PIC X(20).
               88 REG-ANONIMIZADO   VALUE "ANONIMIZADO".
           05 REG-TELEFONE       PIC X(11).
           05 REG-EMAIL          PIC X(40).
           05 REG-ENDERECO       PIC X(40).
