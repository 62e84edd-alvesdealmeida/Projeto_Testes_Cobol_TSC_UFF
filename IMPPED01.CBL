                    record key       is codigo
                    alternate record key is nome with duplicates
                    alternate record key is cidade with duplicates
                    alternate record key is cpf with duplicates
                    alternate record key is cliente-cnpj with duplicates
                    file status      is w-cli-st.

             select ARQ1
                    record key       is cd-codigo
                    file status      is w-cond-st.

             select PEDKIT
                    assign to        disk
                    organization     is indexed
                    access mode      is dynamic
                    record key       is pk-chave
                    file status      is w-pk-st.

        data division.
        file section.
        fd      PEDIDOS
                label record is standard
                value of file-id is "PEDIDO.DAT".
        01      REGISTRO-PEDIDOS.
                03 ped-codigo        pic 9(06).
                03 ped-cliente       pic 9(06).
                03 ped-vendedor      pic 9(04).
                03 ped-data          pic 9(08).
                03 ped-qtd-itens     pic 9(02).
                03 ped-condpg        pic 9(02).
                03 ped-data-separ    pic 9(08).
                03 ped-frete         pic 9(6)v99.
                03 ped-entrega       pic 9(02).
                03 ped-filial        pic 9(02).

        fd      PEDITENS
                label record is standard
                value of file-id is "PEDITEM.DAT".
        01      REGISTRO-ITEM.
                03 itm-chave.
                   04 itm-pedido     pic 9(06).
                   04 itm-linha      pic 9(02).
                03 itm-produto       pic 9(06).
                03 itm-quantidade    pic 9(04).
                03 itm-valunit       pic 9(6)v99.
                03 itm-valor-linha   pic 9(8)v99.
                label record is standard
                value of file-id is "CLIENTES.DAT".
        01      REGISTRO-CLIENTES.
                03 codigo            pic 999999.
                03 nome              pic x(50).
                03 cpf               pic 9(11).
                03 data-nas.
                03 situacao          pic x.
                03 genero            pic x.
                03 limite-credito    pic 9(8)v99.
                03 cliente-destino   pic 9(06).
                03 cliente-lista     pic 9(02).
                03 cliente-contato.
                   04 cliente-opt-mkt  pic x.
                   04 cliente-opt-cob  pic x.
                   04 cliente-opt-inst pic x.
                03 cliente-tipo      pic x.
                03 cliente-cnpj      pic 9(14).
                03 cliente-ie        pic x(15).
                03 cliente-fantasia  pic x(50).
                03 cliente-classe-abc pic x.

        fd      ARQ1
                label record is standard
                value of file-id is "CADPRO.DAT".
        01      REG1.
                03 fd-codigo         pic 9(06).
                03 fd-produto        pic x(30).
                03 fd-valunit        pic 9(6)v99.
                03 fd-tipo           pic 9(01).
                03 fd-margem-min     pic 99v99.
                03 fd-estoque-minimo pic 9(06).
                03 fd-qtd-repor      pic 9(06).
                03 fd-unidade        pic x(03).
                03 fd-unid-compra    pic x(03).
                03 fd-fator-compra   pic 9(05).
                03 fd-unid-venda     pic x(03).
                03 fd-fator-venda    pic 9(05).
                03 fd-classe-abc.
                    04 fd-abc-receita  pic x.
                    04 fd-abc-margem   pic x.
                    04 fd-abc-unidades pic x.

        fd      seq-arq
                value of file-id w-seq-id
                03 cd-qt-parcelas    pic 9(02).
                03 cd-intervalo      pic 9(03).

        fd      PEDKIT
                label record is standard
                value of file-id is "PEDKIT.DAT".
        01      REGISTRO-PEDKIT.
                03 pk-chave.
                   04 pk-pedido      pic 9(06).
                   04 pk-linha       pic 9(02).
                03 pk-kit            pic 9(06).
                03 pk-grupo          pic 9(02).
                03 pk-qtd-kit        pic 9(04).
                03 pk-valor-kit      pic 9(8)v99.

        fd      txt-arq
                value of file-id is "IMPPED01.TXT".
        01      txt-reg              pic x(80).
        01      w-arq1-st            pic xx        value zeros.
        01      w-txt-st             pic xx        value zeros.
        01      w-cond-st            pic xx        value zeros.
        01      w-pk-st              pic xx        value zeros.
        01      w-kit-grupo          pic 9(02)     value zeros.
        01      w-kit-unit           pic 9(6)v99   value zeros.
        01      w-kit-linha          pic x         value "N".
        01      w-pedido             pic 9(06)     value zeros.
        01      w-lin                pic 9(02)     value zeros.

        01      VisRel.
                03 w-numrel          pic x(10)     value "Rel0003".
                03 w-cod             pic 9(06).
                03 w-descr           pic x(30).
                03 w-qtd             pic z.zz9.
                03 w-valor           pic zz.zz9,99.

        01      w-cli-linha1         pic x(90)     value spaces.
        01      w-cli-linha2         pic x(120)    value spaces.
        01      w-cli-linha3         pic x(120)    value spaces.
        01      w-cond-linha         pic x(60)     value spaces.
        01      w-frete-linha        pic x(60)     value spaces.
        01      w-frete-ed           pic zz.zzz.zz9,99.
           open input PEDITENS
           open input CLIENTES
           open input ARQ1
           open input PEDKIT

           move w-pedido to ped-codigo
           read PEDIDOS
                invalid key
                    display "PEDIDO NAO CADASTRADO"
                    close PEDIDOS PEDITENS CLIENTES ARQ1 PEDKIT
                    goback
           end-read

                    move "CLIENTE NAO CADASTRADO" to nome
                    move spaces to endereco bairro cidade
                    move spaces to estado
                    move zeros to cpf
                    move space to cliente-tipo
           end-read

           string "Cliente: " ped-cliente " - "
                  numero " - " function trim(bairro) " - "
                  function trim(cidade) "/" estado
                  delimited by size into w-cli-linha2
           if cliente-tipo = "J" or cliente-tipo = "j"
              string "CNPJ: " cliente-cnpj " - IE: "
                     function trim(cliente-ie) " - "
                     function trim(cliente-fantasia)
                     delimited by size into w-cli-linha3
           else
              string "CPF: " cpf
                     delimited by size into w-cli-linha3
           end-if

           move "Condicao de pagamento: avulsa" to w-cond-linha
           if ped-condpg > 0

        le-itens.
           move 1 to w-lin.
           move zeros to w-kit-grupo.

        le-item.
           if w-lin > ped-qtd-itens
                    go to proximo-item
           end-read.

      ******** linha de kit: cabecalho do kit antes do 1o componente
           move "N" to w-kit-linha.
           if w-pk-st = "00"
              move w-pedido to pk-pedido
              move w-lin    to pk-linha
              read PEDKIT
                   invalid key
                       continue
                   not invalid key
                       move "S" to w-kit-linha
              end-read
           end-if.
           if w-kit-linha = "S" and pk-grupo not = w-kit-grupo
              perform imp-cabec-kit
           end-if.

           move itm-produto      to w-cod.
           move itm-produto      to fd-codigo.
           read ARQ1
                invalid key
                    move "PRODUTO NAO CADASTRADO" to fd-produto
           end-read.
           if w-kit-linha = "S"
              move spaces to w-descr
              string "  " fd-produto delimited by size into w-descr
           else
              move fd-produto    to w-descr
           end-if.
           move itm-quantidade   to w-qtd.
           move itm-valunit      to w-valor.
           move itm-valor-linha  to w-valor-lin.
           add 1 to w-lin.
           go to le-item.

        imp-cabec-kit.
           move pk-grupo         to w-kit-grupo.
           move pk-kit           to w-cod.
           move pk-kit           to fd-codigo.
           read ARQ1
                invalid key
                    move "KIT NAO CADASTRADO" to fd-produto
           end-read.
           move spaces           to w-descr.
           string "KIT " fd-produto delimited by size into w-descr.
           move pk-qtd-kit       to w-qtd.
           move zeros            to w-kit-unit.
           if pk-qtd-kit > 0
              compute w-kit-unit rounded = pk-valor-kit / pk-qtd-kit
           end-if.
           move w-kit-unit       to w-valor.
           move pk-valor-kit     to w-valor-lin.
           perform imp-dados.

        fecha-arquivo.
            close PEDIDOS.
            close PEDITENS.
            close CLIENTES.
            close ARQ1.
            close PEDKIT.

            move ped-qtd-itens   to w-tot-qtde.
            move ped-valor-total to w-tot-soma.
