      *================================================================*
      *    MODULO......: Carteira de Clientes Vendedores Novos
      *    AUTHOR......: Leo Ribeiro e Silva Santos
      *    DATA........: 15/10/2026
      *    OBJETIVO ...: File Control registro de cartas enviadas ao
      *                  cliente na troca do vendedor responsavel
      *================================================================*
           SELECT ARQ-CARTA-VEND       ASSIGN TO  WID-ARQ-CARTA-VEND
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CART-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-RESULTADO-ACESSO.
