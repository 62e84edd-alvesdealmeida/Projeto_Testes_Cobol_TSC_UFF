                label record is standard
                value of file-id is w-nome-arq.
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

        01      VisRel.
                03 w-numrel          pic x(10)     value "Rel0001".
                03 w-cod             pic 9(06).
                03 w-descr           pic x(30).
                03 w-valor           pic zz.zz9,99.
                03 w-qtde            pic 9(6)      value zeros.
