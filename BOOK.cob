           88 WRK-PAGTO-DINHEIRO VALUE 'D'.
           88 WRK-PAGTO-CARTAO   VALUE 'C'.
           88 WRK-PAGTO-PIX      VALUE 'P'.
           88 WRK-PAGTO-PONTOS   VALUE 'F'.
           88 WRK-PAGTO-FOLHA    VALUE 'S'.
       77 WRK-PARCELAS    PIC 9(02)    VALUE 01.
       77 WRK-VENDEDOR    PIC 9(03)    VALUE ZEROS.
