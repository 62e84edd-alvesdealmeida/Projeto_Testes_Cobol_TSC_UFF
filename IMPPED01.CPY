          move "QL" to w-linha
          move function length(w-linha) to w-seq-size
          write seq-reg
          move spaces to w-linha
          move "T 009900002009600000100010" to w-texto-A
          move w-cli-linha3 to w-texto-B
          move w-texto to w-linha
          move function length(w-linha) to w-seq-size
          write seq-reg
          move spaces to w-linha
          move "RH" to w-RH-A
          move "00018" to w-RH-B
          move w-RH to w-linha
          move function length(w-linha) to w-seq-size
          write seq-reg
          move spaces to w-linha
          move "QL" to w-linha
          move function length(w-linha) to w-seq-size
          write seq-reg
********** Condicao de pagamento do pedido (CONDPG.DAT)
          move spaces to w-linha
          move "T 009900002009600000100010" to w-texto-A
