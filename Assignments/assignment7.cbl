           "</a></li>".
           display "<li><a href='BatchStatus'>Batch Status"
           "</a></li>".
           display "<li><a href='FreshFood-04'>Cafeteria Menu"
           "</a></li>".
           display "<li><a href='StateCapital-02'>State Lookup"
           "</a></li>".
           display "</ul>".

           display "</body>".
