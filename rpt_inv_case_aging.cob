%Module RPT_INV_CASE_AGING <main>;
*****************************************************************
*								*
* Copyright 2010 by IntraNet, Inc. All rights reserved.	*
*								*
* This Software is confidential and proprietary to IntraNet	*
* and it is protected by U.S. copyright law, other national	*
* copyright laws, and international treaties. The Software may	*
* not be disclosed or reproduced in whole or in part in any	*
* manner to any third party without the express prior written	*
* consent of IntraNet, Inc.					*
*								*
* This Software and its related Documentation are made		*
* available under the terms of the Software License		*
* and may not be used, reproduced or disclosed in any manner	*
* except as expressly authorized by the Software License. All	*
* other uses are strictly prohibited.				*
*								*
* This Software and its related Documentation are proprietary	*
* and confidential material of IntraNet, Inc.			*
*								*
*****************************************************************

* Investigation case aging report.
*
* Payment risk alerts open cases on INV_CASE_QUE (DEBITSIDE_LOOKUP's
* DEBIT_OPEN_CASE) and analysts work them on the MENU_INV screen.
* This report takes every case not yet closed and summarizes it by
* alert type and owner ("unassigned" until the case is assigned): the
* number open, how many have been open 0-1, 2-7, 8-30 and more than 30
* days, and the oldest case's age in days.  A second section counts
* the cases closed on the report date by alert type and disposition,
* so it can be shown that the alerts are actually worked.
*
* Run with the standard /DATE qualifier (default today).

* REVISION HISTORY
* ----------------
*
* R. Iverson	05-Oct-2010	CR13219
*	New module.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
    Select AGING_RPT_FILE	Assign to "RPT_INV_CASE_AGING_OUTPUT"
	   ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  AGING_RPT_FILE record 132 characters.
01  AGING_RPT_REC		Pic X(132).

Working-Storage Section.

* Open cases by alert type and owner -- same first-free-slot idiom as
* rpt_payee_check.cob.
01 Age_tally_ws.
   02 Age_tally_entry_ws	occurs 200 times.
      03 Age_tally_type_ws		pic x(04).
      03 Age_tally_owner_ws		pic x(12).
      03 Age_tally_open_ws		pic 9(07) comp-5 value zeroes.
      03 Age_tally_b1_ws		pic 9(07) comp-5 value zeroes.
      03 Age_tally_b7_ws		pic 9(07) comp-5 value zeroes.
      03 Age_tally_b30_ws		pic 9(07) comp-5 value zeroes.
      03 Age_tally_old_ws		pic 9(07) comp-5 value zeroes.
      03 Age_tally_max_ws		pic 9(05) comp-5 value zeroes.

* Cases closed on the report date by alert type and disposition.
01 Cls_tally_ws.
   02 Cls_tally_entry_ws	occurs 100 times.
      03 Cls_tally_type_ws		pic x(04).
      03 Cls_tally_dispo_ws		pic x(04).
      03 Cls_tally_count_ws		pic 9(07) comp-5 value zeroes.

01 Age_idx_ws			pic 9(04) comp-5 value zeroes.
01 Age_slot_ws			pic 9(04) comp-5 value zeroes.
01 Age_days_ws			pic 9(05) comp-5 value zeroes.
01 Type_chk_ws			pic x(04).
01 Owner_chk_ws			pic x(12).
01 Dispo_chk_ws			pic x(04).
01 Open_count_ws		pic 9(07) comp-5 value zeroes.
01 Closed_count_ws		pic 9(07) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY -- DISPLAY copies of
* the COMP-5 fields above for the STRINGs below.
01 Open_ws_d			pic 9(07) usage display.
01 B1_ws_d			pic 9(07) usage display.
01 B7_ws_d			pic 9(07) usage display.
01 B30_ws_d			pic 9(07) usage display.
01 Old_ws_d			pic 9(07) usage display.
01 Max_ws_d			pic 9(05) usage display.
01 Cls_ws_d			pic 9(07) usage display.
01 Open_count_ws_d		pic 9(07) usage display.
01 Closed_count_ws_d		pic 9(07) usage display.

01 Report_line_ws		Pic X(132).
01 Entry_date_ws		str(8).
01 Owner_ws			str(12).

%def <ACE>    %`SBJ_DD_PATH:ACE_FSECT.DDL`    %end
%def <RPT_INIT_SUB>	%`SBJ_DD_PATH:RPT_INIT_SUB_FSECT.DDL`	%end

%def		%^ local fsect.

Rpt_case_que:		que(	%`SBJ_DD_PATH:INV_CASE_QUE.DDF`);
Rpt_init_status:	Boolean;   %^ Success/Failure on return from rpt_init call

%end

%Linkage

01 abort_ls    %long.

%Procedure returning abort_ls.

A00_MAIN.

    Move 0 to abort_ls.

    Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.

    Open Output AGING_RPT_FILE.

    Move spaces to Report_line_ws.
    String "Investigation cases - open cases by alert type and owner"
	    Delimited by size
	    into Report_line_ws.
    Write AGING_RPT_REC from Report_line_ws.

    Move spaces to Report_line_ws.
    String "Type  Owner         Open     0-1 day  2-7 days "
	   "8-30     Over_30  Oldest"
	    Delimited by size
	    into Report_line_ws.
    Write AGING_RPT_REC from Report_line_ws.

    Perform B10_SCAN_CASES thru B10_SCAN_CASES_end.

    Perform B20_PRINT_AGING thru B20_PRINT_AGING_end.

    Move spaces to Report_line_ws.
    Write AGING_RPT_REC from Report_line_ws.

    Move spaces to Report_line_ws.
    String "Cases closed on the report date by alert type and disposition"
	    Delimited by size
	    into Report_line_ws.
    Write AGING_RPT_REC from Report_line_ws.

    Move spaces to Report_line_ws.
    String "Type  Dispo  Closed" Delimited by size
	    into Report_line_ws.
    Write AGING_RPT_REC from Report_line_ws.

    Perform B30_PRINT_CLOSED thru B30_PRINT_CLOSED_end.

    Move Open_count_ws to Open_count_ws_d.
    Move Closed_count_ws to Closed_count_ws_d.
    Move spaces to Report_line_ws.
    String Open_count_ws_d Delimited by size,
	   " case(s) open, " Delimited by size,
	   Closed_count_ws_d Delimited by size,
	   " closed on the report date" Delimited by size
	    into Report_line_ws.
    Write AGING_RPT_REC from Report_line_ws.

    Close AGING_RPT_FILE.

    %^*********************************************************************
    %^* RPT_INV_CASE_AGING$_COUNT  /I ${1} investigation case(s) open,
    %^*	${2} closed on the report date.
    %^*********************************************************************
    call "NEX_CREATE_AND_BROADCAST_MSG" using
	      by content   Z"RPT_INV_CASE_AGING$_COUNT"
	      by value -1
	      %ace_msg_arg_list(Open_count_ws, Closed_count_ws);

A00_MAIN_END.
    %Exit Program;.

A10_SBJ_INIT.

    call "DAT_CONN_ROOT".

* Call RPT_INIT to parse the standard /DATE command line qualifier; it
* picks the day whose closed cases are counted.
    Call "RPT_INIT" returning Rpt_init_status.

    If Failure_is in Rpt_init_status
	Move 1 to abort_ls
	%EXIT PROGRAM;
    End-if.

    Perform varying Age_idx_ws from 1 by 1
	    until Age_idx_ws > 200
	Move spaces to Age_tally_type_ws(Age_idx_ws)
	Move spaces to Age_tally_owner_ws(Age_idx_ws)
	Move zero to Age_tally_open_ws(Age_idx_ws)
	Move zero to Age_tally_b1_ws(Age_idx_ws)
	Move zero to Age_tally_b7_ws(Age_idx_ws)
	Move zero to Age_tally_b30_ws(Age_idx_ws)
	Move zero to Age_tally_old_ws(Age_idx_ws)
	Move zero to Age_tally_max_ws(Age_idx_ws)
    End-perform.

    Perform varying Age_idx_ws from 1 by 1
	    until Age_idx_ws > 100
	Move spaces to Cls_tally_type_ws(Age_idx_ws)
	Move spaces to Cls_tally_dispo_ws(Age_idx_ws)
	Move zero to Cls_tally_count_ws(Age_idx_ws)
    End-perform.

    %ACE_CONN_Q "MTS"////"INV_CASE_QUE" to Rpt_case_que giving Rpt_init_status;

A10_SBJ_INIT_end.
    Exit.

B10_SCAN_CASES.
%^ Walk every case: age the open ones, count the report date's closes.

    %beg
    BREAK: Rpt_case_que;
    FIRST: Rpt_case_que;
    %end.

    Perform until Seq_end_is in Rpt_case_que_cursor

	Move spaces to Type_chk_ws
	Move Case_type of Rpt_case_que to Type_chk_ws

	If Case_status of Rpt_case_que = "C"
	    %beg Entry_date_ws = Rpt_case_que.Close_time.yyyymmdd; %end
	    If Entry_date_ws = Rpt_Date.yyyymmdd
		Add 1 to Closed_count_ws
		Move spaces to Dispo_chk_ws
		Move Dispo of Rpt_case_que to Dispo_chk_ws
		Perform X20_FIND_CLS_SLOT thru X20_FIND_CLS_SLOT_end
		If Age_slot_ws not = zero
		    Add 1 to Cls_tally_count_ws(Age_slot_ws)
		End-if
	    End-if
	Else
	    Add 1 to Open_count_ws
	    %beg Owner_ws = Rpt_case_que.Owner; %end
	    Move spaces to Owner_chk_ws
	    If Owner_ws = spaces
		Move "unassigned" to Owner_chk_ws
	    Else
		Move Owner_ws to Owner_chk_ws
	    End-if
	    Call "NEX_DAYS_SINCE" using
		by reference Systime of Rpt_case_que
	      returning Age_days_ws
	    Perform X10_FIND_AGE_SLOT thru X10_FIND_AGE_SLOT_end
	    If Age_slot_ws not = zero
		Add 1 to Age_tally_open_ws(Age_slot_ws)
		Evaluate true
		    When Age_days_ws <= 1
			Add 1 to Age_tally_b1_ws(Age_slot_ws)
		    When Age_days_ws <= 7
			Add 1 to Age_tally_b7_ws(Age_slot_ws)
		    When Age_days_ws <= 30
			Add 1 to Age_tally_b30_ws(Age_slot_ws)
		    When other
			Add 1 to Age_tally_old_ws(Age_slot_ws)
		End-evaluate
		If Age_days_ws > Age_tally_max_ws(Age_slot_ws)
		    Move Age_days_ws to Age_tally_max_ws(Age_slot_ws)
		End-if
	    End-if
	End-if

	%beg NEXT: Rpt_case_que; %end

    End-perform.

    %beg BREAK: Rpt_case_que; %end.

B10_SCAN_CASES_end.
    Exit.

B20_PRINT_AGING.
%^ One line per alert type/owner actually seen.

    Perform varying Age_idx_ws from 1 by 1
	    until Age_idx_ws > 200

	If Age_tally_type_ws(Age_idx_ws) not = spaces

	    Move Age_tally_open_ws(Age_idx_ws) to Open_ws_d
	    Move Age_tally_b1_ws(Age_idx_ws) to B1_ws_d
	    Move Age_tally_b7_ws(Age_idx_ws) to B7_ws_d
	    Move Age_tally_b30_ws(Age_idx_ws) to B30_ws_d
	    Move Age_tally_old_ws(Age_idx_ws) to Old_ws_d
	    Move Age_tally_max_ws(Age_idx_ws) to Max_ws_d

	    Move spaces to Report_line_ws
	    String Age_tally_type_ws(Age_idx_ws)  Delimited by size,
		   "  "                           Delimited by size,
		   Age_tally_owner_ws(Age_idx_ws) Delimited by size,
		   "  "                           Delimited by size,
		   Open_ws_d                      Delimited by size,
		   "  "                           Delimited by size,
		   B1_ws_d                        Delimited by size,
		   "  "                           Delimited by size,
		   B7_ws_d                        Delimited by size,
		   "  "                           Delimited by size,
		   B30_ws_d                       Delimited by size,
		   "  "                           Delimited by size,
		   Old_ws_d                       Delimited by size,
		   "  "                           Delimited by size,
		   Max_ws_d                       Delimited by size
		    into Report_line_ws
	    Write AGING_RPT_REC from Report_line_ws
	End-if

    End-perform.

B20_PRINT_AGING_end.
    Exit.

B30_PRINT_CLOSED.

    Perform varying Age_idx_ws from 1 by 1
	    until Age_idx_ws > 100

	If Cls_tally_type_ws(Age_idx_ws) not = spaces
	    Move Cls_tally_count_ws(Age_idx_ws) to Cls_ws_d
	    Move spaces to Report_line_ws
	    String Cls_tally_type_ws(Age_idx_ws)  Delimited by size,
		   "  "                           Delimited by size,
		   Cls_tally_dispo_ws(Age_idx_ws) Delimited by size,
		   "   "                          Delimited by size,
		   Cls_ws_d                       Delimited by size
		    into Report_line_ws
	    Write AGING_RPT_REC from Report_line_ws
	End-if

    End-perform.

B30_PRINT_CLOSED_end.
    Exit.

X10_FIND_AGE_SLOT.
%^ Return (in Age_slot_ws) the open-case slot for Type_chk_ws and
%^ Owner_chk_ws, claiming the next free slot the first time the
%^ combination is seen.

    Move zero to Age_slot_ws.

    Perform varying Age_idx_ws from 1 by 1
	    until Age_idx_ws > 200
	If (Age_tally_type_ws(Age_idx_ws) = Type_chk_ws
	  and Age_tally_owner_ws(Age_idx_ws) = Owner_chk_ws)
	  or Age_tally_type_ws(Age_idx_ws) = spaces
	    Move Age_idx_ws to Age_slot_ws
	    Move Type_chk_ws to Age_tally_type_ws(Age_idx_ws)
	    Move Owner_chk_ws to Age_tally_owner_ws(Age_idx_ws)
	    Move 201 to Age_idx_ws
	End-if
    End-perform.

X10_FIND_AGE_SLOT_end.
    Exit.

X20_FIND_CLS_SLOT.
%^ The same for the closed-case slot of Type_chk_ws and Dispo_chk_ws.

    Move zero to Age_slot_ws.

    Perform varying Age_idx_ws from 1 by 1
	    until Age_idx_ws > 100
	If (Cls_tally_type_ws(Age_idx_ws) = Type_chk_ws
	  and Cls_tally_dispo_ws(Age_idx_ws) = Dispo_chk_ws)
	  or Cls_tally_type_ws(Age_idx_ws) = spaces
	    Move Age_idx_ws to Age_slot_ws
	    Move Type_chk_ws to Cls_tally_type_ws(Age_idx_ws)
	    Move Dispo_chk_ws to Cls_tally_dispo_ws(Age_idx_ws)
	    Move 101 to Age_idx_ws
	End-if
    End-perform.

X20_FIND_CLS_SLOT_end.
    Exit.
