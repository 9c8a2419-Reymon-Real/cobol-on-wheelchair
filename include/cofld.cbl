      *****************************************************************
      *** Shared field list for one trading company, as getcompany  ***
      *** hands it back from data/companies.txt - one line per      ***
      *** company, fields separated by "|":                         ***
      ***   code|name|invoice prefix|bank file|mail tag|letterhead  ***
      *** The first line is the home company: a customer, order,    ***
      *** invoice or receipt whose company code is spaces (written  ***
      *** before there was more than one company) belongs to it,    ***
      *** and CO-HOME says so. CO-INV-PREFIX leads the company's    ***
      *** invoice numbers, drawn from its own key counter           ***
      *** (CO-KEY-NAME); CO-BANK-FILE is the bank payments file the ***
      *** intake reads for it; CO-MAIL-TAG, when set, makes the     ***
      *** mailed invoice, statement and credit note use the         ***
      *** company's own templates (<template>-<tag>.cow);           ***
      *** CO-LETTERHEAD heads its printed papers. CO-FILE-TAG is    ***
      *** what the company's report files carry after their name -  ***
      *** spaces for the home company, so its reports keep the      ***
      *** names they always had, "-<code>" for any other.           ***
      *****************************************************************
           05 CO-CODE       PIC X(4).
           05 CO-NAME       PIC X(60).
           05 CO-INV-PREFIX PIC X(2).
           05 CO-BANK-FILE  PIC X(60).
           05 CO-MAIL-TAG   PIC X(8).
           05 CO-LETTERHEAD PIC X(100).
           05 CO-HOME       PIC X(1).
           05 CO-KEY-NAME   PIC X(10).
           05 CO-FILE-TAG   PIC X(5).
