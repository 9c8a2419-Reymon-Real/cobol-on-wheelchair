      *** UPDATE:  /admin/followups, the daily callback work list          ***
      *** UPDATE:  /admin/queues, the outbound-queue console               ***
      *** UPDATE:  /admin/denylist, the probe-scanner deny list            ***
      *** UPDATE:  /admin/credits, credit notes against issued invoices    ***
      *** UPDATE:  /admin/products, the product and price catalog   ***
      *** UPDATE:  /admin/taxcodes, tax codes and their dated rates ***
      *** UPDATE:  /admin/recurring, recurring order schedules      ***
      *** UPDATE:  /admin/periods, financial period close           ***
      *** UPDATE:  /admin/fulfilment, warehouse pick and dispatch   ***
      *** UPDATE:  /admin/returns, return authorizations and        ***
      ***          credits                                          ***
      *** UPDATE:  /admin/recertify, quarterly access               ***
      ***          recertification                                  ***
      *** UPDATE:  /admin/mailtriage, inbound mail no customer      ***
      ***          claimed                                          ***
      *** UPDATE:  /admin/archive, archived order and invoice       ***
      ***          inquiry                                          ***
      *** UPDATE:  /admin/cases, customer case work screen          ***
      *** UPDATE:  /customer/contract, the detail view's contract   ***
      ***          forms                                            ***
      *** UPDATE:  /admin/holds, the legal hold register            ***
      *** UPDATE:  /admin/invoices, invoice and payment inquiry     ***
      *** UPDATE:  /customer/mandate, the detail view's direct      ***
      ***          debit mandate forms                              ***
      *** UPDATE:  /admin/reportsubs, report distribution lists     ***
      *** UPDATE:  /admin/calcbatch, batch calculations by upload   ***
      *** UPDATE:  /customer/contract and /customer/mandate need    ***
      ***          the admin role                                   ***
      *****************************************************************
      *** Batch job: (re)writes data/routes.dat from the shop's     ***
      *** master route list below. Run once to seed a new           ***
           MOVE "N"                       TO RT-APIKEY
           MOVE "N"                       TO RT-CORS-FLAG
           WRITE route-record.

           MOVE 56                        TO RT-ID
           MOVE "/admin/credits"          TO RT-PATTERN
           MOVE "admincredits"            TO RT-DESTINY
           MOVE SPACES                    TO RT-METHOD
           MOVE "P"                       TO RT-TYPE
           MOVE "H"                       TO RT-RENDER
           MOVE "Y"                       TO RT-RESTRICTED
           MOVE "N"                       TO RT-ESSENTIAL
           MOVE "Y"                       TO RT-ENABLED
           MOVE "Y"                       TO RT-CSRF
           MOVE "admin"                   TO RT-ROLE
           MOVE SPACES                    TO RT-RATECLASS
           MOVE SPACES                    TO RT-REDIRECT
           MOVE "N"                       TO RT-APIKEY
           MOVE "N"                       TO RT-CORS-FLAG
           WRITE route-record.

           MOVE 57                        TO RT-ID
           MOVE "/admin/products"         TO RT-PATTERN
           MOVE "adminproducts"           TO RT-DESTINY
           MOVE SPACES                    TO RT-METHOD
           MOVE "P"                       TO RT-TYPE
           MOVE "H"                       TO RT-RENDER
           MOVE "Y"                       TO RT-RESTRICTED
           MOVE "N"                       TO RT-ESSENTIAL
           MOVE "Y"                       TO RT-ENABLED
           MOVE "Y"                       TO RT-CSRF
           MOVE "admin"                   TO RT-ROLE
           MOVE SPACES                    TO RT-RATECLASS
           MOVE SPACES                    TO RT-REDIRECT
           MOVE "N"                       TO RT-APIKEY
           MOVE "N"                       TO RT-CORS-FLAG
           WRITE route-record.

           MOVE 58                        TO RT-ID
           MOVE "/admin/taxcodes"         TO RT-PATTERN
           MOVE "admintaxcodes"           TO RT-DESTINY
           MOVE SPACES                    TO RT-METHOD
           MOVE "P"                       TO RT-TYPE
           MOVE "H"                       TO RT-RENDER
           MOVE "Y"                       TO RT-RESTRICTED
           MOVE "N"                       TO RT-ESSENTIAL
           MOVE "Y"                       TO RT-ENABLED
           MOVE "Y"                       TO RT-CSRF
           MOVE "admin"                   TO RT-ROLE
           MOVE SPACES                    TO RT-RATECLASS
           MOVE SPACES                    TO RT-REDIRECT
           MOVE "N"                       TO RT-APIKEY
           MOVE "N"                       TO RT-CORS-FLAG
           WRITE route-record.

           MOVE 59                        TO RT-ID
           MOVE "/admin/recurring"        TO RT-PATTERN
           MOVE "adminrecurring"          TO RT-DESTINY
           MOVE SPACES                    TO RT-METHOD
           MOVE "P"                       TO RT-TYPE
           MOVE "H"                       TO RT-RENDER
           MOVE "Y"                       TO RT-RESTRICTED
           MOVE "N"                       TO RT-ESSENTIAL
           MOVE "Y"                       TO RT-ENABLED
           MOVE "Y"                       TO RT-CSRF
           MOVE "admin"                   TO RT-ROLE
           MOVE SPACES                    TO RT-RATECLASS
           MOVE SPACES                    TO RT-REDIRECT
           MOVE "N"                       TO RT-APIKEY
           MOVE "N"                       TO RT-CORS-FLAG
           WRITE route-record.

           MOVE 60                        TO RT-ID
           MOVE "/admin/periods"          TO RT-PATTERN
           MOVE "adminperiods"            TO RT-DESTINY
           MOVE SPACES                    TO RT-METHOD
           MOVE "P"                       TO RT-TYPE
           MOVE "H"                       TO RT-RENDER
           MOVE "Y"                       TO RT-RESTRICTED
           MOVE "N"                       TO RT-ESSENTIAL
           MOVE "Y"                       TO RT-ENABLED
           MOVE "Y"                       TO RT-CSRF
           MOVE "admin"                   TO RT-ROLE
           MOVE SPACES                    TO RT-RATECLASS
           MOVE SPACES                    TO RT-REDIRECT
           MOVE "N"                       TO RT-APIKEY
           MOVE "N"                       TO RT-CORS-FLAG
           WRITE route-record.

           MOVE 61                        TO RT-ID
           MOVE "/admin/fulfilment"       TO RT-PATTERN
           MOVE "adminfulfil"             TO RT-DESTINY
           MOVE SPACES                    TO RT-METHOD
           MOVE "P"                       TO RT-TYPE
           MOVE "H"                       TO RT-RENDER
           MOVE "Y"                       TO RT-RESTRICTED
           MOVE "N"                       TO RT-ESSENTIAL
           MOVE "Y"                       TO RT-ENABLED
           MOVE "Y"                       TO RT-CSRF
           MOVE "admin"                   TO RT-ROLE
           MOVE SPACES                    TO RT-RATECLASS
           MOVE SPACES                    TO RT-REDIRECT
           MOVE "N"                       TO RT-APIKEY
           MOVE "N"                       TO RT-CORS-FLAG
           WRITE route-record.

           MOVE 62                        TO RT-ID
           MOVE "/admin/returns"          TO RT-PATTERN
           MOVE "adminreturns"            TO RT-DESTINY
           MOVE SPACES                    TO RT-METHOD
           MOVE "P"                       TO RT-TYPE
           MOVE "H"                       TO RT-RENDER
           MOVE "Y"                       TO RT-RESTRICTED
           MOVE "N"                       TO RT-ESSENTIAL
           MOVE "Y"                       TO RT-ENABLED
           MOVE "Y"                       TO RT-CSRF
           MOVE "admin"                   TO RT-ROLE
           MOVE SPACES                    TO RT-RATECLASS
           MOVE SPACES                    TO RT-REDIRECT
           MOVE "N"                       TO RT-APIKEY
           MOVE "N"                       TO RT-CORS-FLAG
           WRITE route-record.

           MOVE 63                        TO RT-ID
           MOVE "/admin/recertify"        TO RT-PATTERN
           MOVE "adminrecertify"          TO RT-DESTINY
           MOVE SPACES                    TO RT-METHOD
           MOVE "P"                       TO RT-TYPE
           MOVE "H"                       TO RT-RENDER
           MOVE "Y"                       TO RT-RESTRICTED
           MOVE "N"                       TO RT-ESSENTIAL
           MOVE "Y"                       TO RT-ENABLED
           MOVE "Y"                       TO RT-CSRF
           MOVE "admin"                   TO RT-ROLE
           MOVE SPACES                    TO RT-RATECLASS
           MOVE SPACES                    TO RT-REDIRECT
           MOVE "N"                       TO RT-APIKEY
           MOVE "N"                       TO RT-CORS-FLAG
           WRITE route-record.

           MOVE 64                        TO RT-ID
           MOVE "/admin/mailtriage"       TO RT-PATTERN
           MOVE "mailtriage"              TO RT-DESTINY
           MOVE SPACES                    TO RT-METHOD
           MOVE "P"                       TO RT-TYPE
           MOVE "H"                       TO RT-RENDER
           MOVE "Y"                       TO RT-RESTRICTED
           MOVE "N"                       TO RT-ESSENTIAL
           MOVE "Y"                       TO RT-ENABLED
           MOVE "Y"                       TO RT-CSRF
           MOVE "admin"                   TO RT-ROLE
           MOVE SPACES                    TO RT-RATECLASS
           MOVE SPACES                    TO RT-REDIRECT
           MOVE "N"                       TO RT-APIKEY
           MOVE "N"                       TO RT-CORS-FLAG
           WRITE route-record.

      *** Read-only, so a plain GET with no token to check.         ***
           MOVE 65                        TO RT-ID
           MOVE "/admin/archive"          TO RT-PATTERN
           MOVE "archinquiry"             TO RT-DESTINY
           MOVE SPACES                    TO RT-METHOD
           MOVE "P"                       TO RT-TYPE
           MOVE "H"                       TO RT-RENDER
           MOVE "Y"                       TO RT-RESTRICTED
           MOVE "N"                       TO RT-ESSENTIAL
           MOVE "Y"                       TO RT-ENABLED
           MOVE "N"                       TO RT-CSRF
           MOVE "admin"                   TO RT-ROLE
           MOVE SPACES                    TO RT-RATECLASS
           MOVE SPACES                    TO RT-REDIRECT
           MOVE "N"                       TO RT-APIKEY
           MOVE "N"                       TO RT-CORS-FLAG
           WRITE route-record.

           MOVE 66                        TO RT-ID
           MOVE "/admin/cases"            TO RT-PATTERN
           MOVE "admincases"              TO RT-DESTINY
           MOVE SPACES                    TO RT-METHOD
           MOVE "P"                       TO RT-TYPE
           MOVE "H"                       TO RT-RENDER
           MOVE "Y"                       TO RT-RESTRICTED
           MOVE "N"                       TO RT-ESSENTIAL
           MOVE "Y"                       TO RT-ENABLED
           MOVE "Y"                       TO RT-CSRF
           MOVE "admin"                   TO RT-ROLE
           MOVE SPACES                    TO RT-RATECLASS
           MOVE SPACES                    TO RT-REDIRECT
           MOVE "N"                       TO RT-APIKEY
           MOVE "N"                       TO RT-CORS-FLAG
           WRITE route-record.

      *** The detail view's own form, POST only, CSRF-checked as    ***
      *** /customer/note is, but staff only: it changes what the    ***
      *** customer is billed.                                       ***
           MOVE 67                        TO RT-ID
           MOVE "/customer/contract"      TO RT-PATTERN
           MOVE "custcontract"            TO RT-DESTINY
           MOVE "POST"                    TO RT-METHOD
           MOVE "P"                       TO RT-TYPE
           MOVE "H"                       TO RT-RENDER
           MOVE "N"                       TO RT-RESTRICTED
           MOVE "N"                       TO RT-ESSENTIAL
           MOVE "Y"                       TO RT-ENABLED
           MOVE "Y"                       TO RT-CSRF
           MOVE "admin"                   TO RT-ROLE
           MOVE SPACES                    TO RT-RATECLASS
           MOVE SPACES                    TO RT-REDIRECT
           MOVE "N"                       TO RT-APIKEY
           MOVE "N"                       TO RT-CORS-FLAG
           WRITE route-record.

           MOVE 68                        TO RT-ID
           MOVE "/admin/holds"            TO RT-PATTERN
           MOVE "adminholds"              TO RT-DESTINY
           MOVE SPACES                    TO RT-METHOD
           MOVE "P"                       TO RT-TYPE
           MOVE "H"                       TO RT-RENDER
           MOVE "Y"                       TO RT-RESTRICTED
           MOVE "N"                       TO RT-ESSENTIAL
           MOVE "Y"                       TO RT-ENABLED
           MOVE "Y"                       TO RT-CSRF
           MOVE "admin"                   TO RT-ROLE
           MOVE SPACES                    TO RT-RATECLASS
           MOVE SPACES                    TO RT-REDIRECT
           MOVE "N"                       TO RT-APIKEY
           MOVE "N"                       TO RT-CORS-FLAG
           WRITE route-record.

      *** Read-only, so a plain GET with no token to check.         ***
           MOVE 69                        TO RT-ID
           MOVE "/admin/invoices"         TO RT-PATTERN
           MOVE "invinquiry"              TO RT-DESTINY
           MOVE SPACES                    TO RT-METHOD
           MOVE "P"                       TO RT-TYPE
           MOVE "H"                       TO RT-RENDER
           MOVE "Y"                       TO RT-RESTRICTED
           MOVE "N"                       TO RT-ESSENTIAL
           MOVE "Y"                       TO RT-ENABLED
           MOVE "N"                       TO RT-CSRF
           MOVE "admin"                   TO RT-ROLE
           MOVE SPACES                    TO RT-RATECLASS
           MOVE SPACES                    TO RT-REDIRECT
           MOVE "N"                       TO RT-APIKEY
           MOVE "N"                       TO RT-CORS-FLAG
           WRITE route-record.

      *** Same treatment as /customer/contract.                     ***
           MOVE 70                        TO RT-ID
           MOVE "/customer/mandate"       TO RT-PATTERN
           MOVE "custmandate"             TO RT-DESTINY
           MOVE "POST"                    TO RT-METHOD
           MOVE "P"                       TO RT-TYPE
           MOVE "H"                       TO RT-RENDER
           MOVE "N"                       TO RT-RESTRICTED
           MOVE "N"                       TO RT-ESSENTIAL
           MOVE "Y"                       TO RT-ENABLED
           MOVE "Y"                       TO RT-CSRF
           MOVE "admin"                   TO RT-ROLE
           MOVE SPACES                    TO RT-RATECLASS
           MOVE SPACES                    TO RT-REDIRECT
           MOVE "N"                       TO RT-APIKEY
           MOVE "N"                       TO RT-CORS-FLAG
           WRITE route-record.

           MOVE 71                        TO RT-ID
           MOVE "/admin/reportsubs"       TO RT-PATTERN
           MOVE "adminreportsubs"         TO RT-DESTINY
           MOVE SPACES                    TO RT-METHOD
           MOVE "P"                       TO RT-TYPE
           MOVE "H"                       TO RT-RENDER
           MOVE "Y"                       TO RT-RESTRICTED
           MOVE "N"                       TO RT-ESSENTIAL
           MOVE "Y"                       TO RT-ENABLED
           MOVE "Y"                       TO RT-CSRF
           MOVE "admin"                   TO RT-ROLE
           MOVE SPACES                    TO RT-RATECLASS
           MOVE SPACES                    TO RT-REDIRECT
           MOVE "N"                       TO RT-APIKEY
           MOVE "N"                       TO RT-CORS-FLAG
           WRITE route-record.

      *** Multipart like /admin/import, so RT-CSRF stays "N" for    ***
      *** the same reason.                                          ***
           MOVE 72                        TO RT-ID
           MOVE "/admin/calcbatch"        TO RT-PATTERN
           MOVE "calcbatch"               TO RT-DESTINY
           MOVE SPACES                    TO RT-METHOD
           MOVE "P"                       TO RT-TYPE
           MOVE "H"                       TO RT-RENDER
           MOVE "Y"                       TO RT-RESTRICTED
           MOVE "N"                       TO RT-ESSENTIAL
           MOVE "Y"                       TO RT-ENABLED
           MOVE "N"                       TO RT-CSRF
           MOVE "admin"                   TO RT-ROLE
           MOVE SPACES                    TO RT-RATECLASS
           MOVE SPACES                    TO RT-REDIRECT
           MOVE "N"                       TO RT-APIKEY
           MOVE "N"                       TO RT-CORS-FLAG
           WRITE route-record.
