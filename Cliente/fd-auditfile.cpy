           10  aud-antes               pic X(179).
           10  aud-depois              pic X(179).
           10  aud-motivo              pic 9(03).
           10  aud-operador            pic X(08).
