               10  WK-C-AUTH-FUNCTID       PIC X(08).
      *            HLDRLSE / PRIBUMP / VRFOFCR / VRFRLSE / MNTAPPR /
      *            PARASET - SEE TFSFNAUTH
STRR01*            MLRODEC
OCTL01*            OCTLRLSE
BTPL01*            BTPLAPPR
TRDS01*            TRDQDISP
UNCL01*            UNCLMNT
OREV01*            REVSAPPR
BRPR01*            BRPRAPPR
SODR02*            RCRTSADM
               10  WK-C-AUTH-SRCPGM        PIC X(10).
               10  WK-C-AUTH-CONTEXT       PIC X(20).
           05  WK-C-AUTH-OUTPUT.
