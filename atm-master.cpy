      * En raekke pr. egen haeveautomat i atm-master.txt: automatens
      * id i ATM-netvaerkets afviklingsfil, placering, netvaerket den
      * er tilsluttet, filialen (REG-NR) der fylder den, og
      * graensen for lav kassebeholdning - ATMFEED markerer
      * automaten til genopfyldning naar beholdningen kommer under
      * den (nul = ingen markering). En automat der ikke staar her,
      * er en anden banks.
           02 AM-ATM-ID                PIC X(10) VALUE SPACES.
           02 AM-LOCATION              PIC X(30) VALUE SPACES.
           02 AM-NETWORK               PIC X(4) VALUE SPACES.
           02 AM-REG-NR                PIC X(4) VALUE SPACES.
           02 AM-LOW-CASH              PIC 9(7)V99 VALUE ZEROES.
