       01 rel-linha                                pic  x(80).

       01 rel-detalhe.
           05 rel-cod                               pic  zzzzz9.
           05 filler                                pic  x(03) value ' | '.
           05 rel-nome                               pic  x(25).
           05 filler                                pic  x(03) value ' | '.
