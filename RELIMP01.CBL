                    record key       is codigo
                    alternate record key is nome with duplicates
                    alternate record key is cidade with duplicates
                    alternate record key is cpf with duplicates
                    alternate record key is cliente-cnpj with duplicates
                    file status      is w-cli-st.

             select ARQ1
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

        fd      TAXAIMP
                label record is standard
