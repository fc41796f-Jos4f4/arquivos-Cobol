      *== XX/XX/2026 ***  PED-CLIENTE AMPLIADO DE 9(03) PARA 9(07)
      *==                 PELA EXPANSAO DO REG-ID (CLIWS01); ARQUIVO
      *==                 EXISTENTE CONVERTIDO PELO ARQ021
      *== XX/XX/2026 ***  PED-STATUS "C" PASSA A SER GRAVADO PELO
      *==                 ARQ022 (MANUTENCAO DE PEDIDOS), QUE TAMBEM
      *==                 CORRIGE VALOR E DATA DE PEDIDO APROVADO
      *== XX/XX/2026 ***  ARQUIVO GANHOU CHAVE ALTERNATIVA POR
      *==                 PED-CLIENTE (COM DUPLICIDADE), DECLARADA EM
      *==                 TODO SELECT DO PEDIDOS.TXT; ARQUIVO
      *==                 EXISTENTE CONVERTIDO PELO ARQ027
      *=================================================================
       01 REG-PEDIDOS.
           05 PED-NUMERO         PIC 9(06).
