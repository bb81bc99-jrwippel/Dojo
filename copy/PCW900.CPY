       01   wid-pd99711               pic x(100) value spaces.
       01   wid-pd99712               pic x(100) value spaces.
       01   wid-pd99713               pic x(100) value spaces.
       01   wid-pd99714               pic x(100) value spaces.
       01   wid-pd99715               pic x(100) value spaces.
       01   wid-pd99716               pic x(100) value spaces.
       01   wid-pd99717               pic x(100) value spaces.
       01   wid-pd99800               pic x(100) value spaces.

       01   ws-data-sistema.
